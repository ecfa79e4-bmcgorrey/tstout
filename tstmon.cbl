           FILE STATUS OLD-FILE-STATUS-Z-00004.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTMON.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00005.
        SELECT WRK-FILE ASSIGN TO "DBPATH/TSTMON.wrk"
           FILE STATUS WRK-FILE-STATUS-Z-00105.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTMON.srt".
        SELECT ORDER-FILE ASSIGN TO "DBPATH/TSTMON.srx".
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00094
           FILE STATUS MST-FILE-STATUS-Z-00093.

       DATA DIVISION.

             03 RPT-ITEM-ID-Z-00025 PIC X(15).
             03 RPT-ITEM-QTY-Z-00026 PIC S9(8)V99.
             03 RPT-ITEM-STATUS-Z-00027 PIC X(1).
             03 FILLER PIC X(1).
             03 RPT-ITEM-DESC-Z-00095 PIC X(30).
             03 FILLER PIC X(1).
             03 RPT-ITEM-UOM-Z-00096 PIC X(4).
             03 FILLER PIC X(38).
          02 RPT-TEXT-Z-00028 REDEFINES RPT-BODY-Z-00024 PIC X(100).
          02 RPT-NULL-TERM-Z-00029 PIC X(1).

       FD  WRK-FILE.
       01 WRK-0001-Z-00106 PIC X(80).

       SD  SORT-FILE.
       01 SRT-0001-Z-00107.
          02 SRT-ITEM-ID-Z-00108 PIC X(15).
          02 SRT-SEQ-Z-00109 PIC 9(9).
          02 SRT-DAY-Z-00110 PIC 9(2).
          02 SRT-ITEM-QTY-Z-00111 PIC S9(8)V99.
          02 SRT-ITEM-STATUS-Z-00112 PIC X(1).

       SD  ORDER-FILE.
       01 ORD-0001-Z-00113.
          02 ORD-FIRST-SEQ-Z-00114 PIC 9(9).
          02 FILLER PIC X(71).

       FD  MST-FILE.
       01 MST-0001-Z-00097.
          02 MST-ITEM-ID-Z-00094 PIC X(15).
          02 MST-DESC-Z-00098 PIC X(30).
          02 MST-UOM-Z-00099 PIC X(4).
          02 FILLER PIC X(51).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 OLD-EOF-SWITCH-Z-00050 PIC X(1) VALUE "N".
          88 OLD-EOF-Z-00051 VALUE "Y".
       01 DAY-FILE-COUNT-Z-00052 PIC S9(8) VALUE ZERO.
       01 ITEM-COUNT-Z-00053 PIC S9(8) VALUE ZERO.
       01 ITEM-ENTRY-Z-00056.
          02 ITEM-FIRST-SEQ-Z-00115 PIC 9(9).
          02 ITEM-ID-Z-00057 PIC X(15).
          02 ITEM-FIRST-QTY-Z-00058 PIC S9(8)V99.
          02 ITEM-LAST-QTY-Z-00059 PIC S9(8)V99.
          02 ITEM-LAST-STATUS-Z-00060 PIC X(1).
          02 ITEM-DAYS-A-Z-00061 PIC S9(4) USAGE COMP-5.
          02 ITEM-DAYS-H-Z-00062 PIC S9(4) USAGE COMP-5.
          02 ITEM-DAYS-E-Z-00063 PIC S9(4) USAGE COMP-5.
          02 ITEM-SEEN-Z-00064 PIC X(1).
             88 ITEM-SEEN-TODAY-Z-00065 VALUE "Y".
          02 ITEM-FIRST-Z-00066 PIC X(1).
             88 ITEM-FIRST-DAY-Z-00067 VALUE "Y".
          02 ITEM-DAY-QTY-Z-00068 PIC S9(8)V99.
          02 ITEM-DAY-STATUS-Z-00069 PIC X(1).
          02 FILLER PIC X(16).
       01 ITEM-DAY-Z-00116 PIC 9(2) VALUE ZERO.
       01 READ-SEQ-Z-00117 PIC 9(9) VALUE ZERO.
       01 WRK-FILE-STATUS-Z-00105 PIC X(2) VALUE SPACES.
          88 WRK-OPEN-OK-Z-00118 VALUE "00".
       01 SORT-EOF-SWITCH-Z-00119 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00120 VALUE "Y".
       01 GROUP-FIRST-SWITCH-Z-00121 PIC X(1) VALUE "Y".
          88 GROUP-FIRST-Z-00122 VALUE "Y".
       01 MOVE-QTY-Z-00076 PIC S9(10)V99 VALUE ZERO.
       01 REC-NUM-Z-00077 PIC S9(8) VALUE ZERO.
       01 PAGE-NUM-Z-00078 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PBLK-Z-00091 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00092 REDEFINES PBLK-Z-00091 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 MST-FILE-STATUS-Z-00093 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00100 VALUE "00".
       01 MST-OPEN-SWITCH-Z-00101 PIC X(1) VALUE "N".
          88 MST-OPEN-Z-00102 VALUE "Y".
       01 MST-LOOKUP-DESC-Z-00103 PIC X(30) VALUE SPACES.
       01 MST-LOOKUP-UOM-Z-00104 PIC X(4) VALUE SPACES.
       01 WORK-DELETE-NAME-Z-00123 PIC X(40) VALUE SPACES.
       01 DELETE-STATUS-Z-00124 PIC S9(9) USAGE COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

        MOVE REPORT-MONTH-Z-00040 TO WORK-DATE-Z-00041 (1:6)
        MOVE 01 TO WORK-DAY-Z-00044
        PERFORM PARA-0002-0003
        SORT SORT-FILE
           ON ASCENDING KEY SRT-ITEM-ID-Z-00108
              ASCENDING KEY SRT-SEQ-Z-00109
           INPUT PROCEDURE PARA-0002-0004
           OUTPUT PROCEDURE PARA-0003-0001
        PERFORM PARA-0004-0001
        PERFORM PARA-0005-0001
        SORT ORDER-FILE
           ON ASCENDING KEY ORD-FIRST-SEQ-Z-00114
           USING WRK-FILE
           OUTPUT PROCEDURE PARA-0004-0002
        PERFORM PARA-0004-0005
        PERFORM PARA-0004-0006
        CLOSE RPT-FILE
        IF MST-OPEN-Z-00102
           CLOSE MST-FILE
        END-IF
        PERFORM PARA-0001-0008
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMON(tstmon)."
            & X"00"
        STOP RUN.
       EXITPARA.
       EXIT.

       PARA-0001-0008 SECTION .

        MOVE "DBPATH/TSTMON.wrk" TO WORK-DELETE-NAME-Z-00123
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00123
           RETURNING DELETE-STATUS-Z-00124
        MOVE "DBPATH/TSTMON.srt" TO WORK-DELETE-NAME-Z-00123
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00123
           RETURNING DELETE-STATUS-Z-00124
        MOVE "DBPATH/TSTMON.srx" TO WORK-DELETE-NAME-Z-00123
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00123
           RETURNING DELETE-STATUS-Z-00124 .

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00035
           PERFORM PARA-0002-0002
              UNTIL OLD-EOF-Z-00051
           CLOSE OLD-FILE
        END-IF
        ADD 1 TO WORK-DAY-Z-00044 .

        OR OLD-ITEM-QTY-Z-00012 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO READ-SEQ-Z-00117
        MOVE OLD-ITEM-ID-Z-00011 TO SRT-ITEM-ID-Z-00108
        MOVE READ-SEQ-Z-00117 TO SRT-SEQ-Z-00109
        MOVE WORK-DAY-Z-00044 TO SRT-DAY-Z-00110
        MOVE OLD-ITEM-QTY-Z-00012 TO SRT-ITEM-QTY-Z-00111
        MOVE OLD-ITEM-STATUS-Z-00013 TO SRT-ITEM-STATUS-Z-00112
        RELEASE SRT-0001-Z-00107 .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        MOVE ZERO TO READ-SEQ-Z-00117
        PERFORM PARA-0002-0001
           UNTIL WORK-DAY-Z-00044 > MONTH-DAYS-Z-00045 .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        OPEN OUTPUT WRK-FILE
        IF NOT WRK-OPEN-OK-Z-00118
           CALL "REMARK" USING  BY CONTENT
              "Finish: TSTMON(tstmon)." & X"00"
           MOVE 35 TO PBLK-Z-00092 (2)
           MOVE 2 TO PBLK-Z-00092 (3)
           MOVE 2 TO PBLK-Z-00092 (1)
           CALL "ABORT" USING PBLK-Z-00091,
              " ABORT - Accessing TSTMON work file. (tstmon 2)",
              WRK-FILE-STATUS-Z-00105
        END-IF
        MOVE "Y" TO GROUP-FIRST-SWITCH-Z-00121
        MOVE "N" TO SORT-EOF-SWITCH-Z-00119
        PERFORM PARA-0003-0005
           UNTIL SORT-EOF-Z-00120
        IF NOT GROUP-FIRST-Z-00122
           PERFORM PARA-0003-0002
           PERFORM PARA-0003-0006
        END-IF
        CLOSE WRK-FILE .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        IF NOT ITEM-SEEN-TODAY-Z-00065
           GO TO EXITPARA
        END-IF
        IF ITEM-FIRST-DAY-Z-00067
           MOVE ITEM-DAY-QTY-Z-00068
              TO ITEM-FIRST-QTY-Z-00058
           MOVE "N" TO ITEM-FIRST-Z-00066
        END-IF
        MOVE ITEM-DAY-QTY-Z-00068
           TO ITEM-LAST-QTY-Z-00059
        MOVE ITEM-DAY-STATUS-Z-00069
           TO ITEM-LAST-STATUS-Z-00060
        EVALUATE ITEM-DAY-STATUS-Z-00069
           WHEN "H"
              ADD 1 TO ITEM-DAYS-H-Z-00062
           WHEN "E"
              ADD 1 TO ITEM-DAYS-E-Z-00063
           WHEN OTHER
              ADD 1 TO ITEM-DAYS-A-Z-00061
        END-EVALUATE
        MOVE "N" TO ITEM-SEEN-Z-00064 .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        MOVE SPACES TO ITEM-ENTRY-Z-00056
        MOVE SRT-SEQ-Z-00109 TO ITEM-FIRST-SEQ-Z-00115
        MOVE SRT-ITEM-ID-Z-00108 TO ITEM-ID-Z-00057
        MOVE ZERO TO ITEM-FIRST-QTY-Z-00058
        MOVE ZERO TO ITEM-LAST-QTY-Z-00059
        MOVE ZERO TO ITEM-DAYS-A-Z-00061
        MOVE ZERO TO ITEM-DAYS-H-Z-00062
        MOVE ZERO TO ITEM-DAYS-E-Z-00063
        MOVE "N" TO ITEM-SEEN-Z-00064
        MOVE "Y" TO ITEM-FIRST-Z-00066
        MOVE ZERO TO ITEM-DAY-QTY-Z-00068 .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00120 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF GROUP-FIRST-Z-00122
           MOVE "N" TO GROUP-FIRST-SWITCH-Z-00121
           PERFORM PARA-0003-0003
        ELSE
           IF SRT-ITEM-ID-Z-00108 NOT = ITEM-ID-Z-00057
              PERFORM PARA-0003-0002
              PERFORM PARA-0003-0006
              PERFORM PARA-0003-0003
           ELSE
              IF SRT-DAY-Z-00110 NOT = ITEM-DAY-Z-00116
                 PERFORM PARA-0003-0002
              END-IF
           END-IF
        END-IF
        MOVE SRT-DAY-Z-00110 TO ITEM-DAY-Z-00116
        IF NOT ITEM-SEEN-TODAY-Z-00065
           MOVE "Y" TO ITEM-SEEN-Z-00064
           MOVE ZERO TO ITEM-DAY-QTY-Z-00068
        END-IF
        ADD SRT-ITEM-QTY-Z-00111 TO ITEM-DAY-QTY-Z-00068
        MOVE SRT-ITEM-STATUS-Z-00112 TO ITEM-DAY-STATUS-Z-00069 .

       EXITPARA.
       EXIT.

       PARA-0003-0006 SECTION .

        ADD 1 TO ITEM-COUNT-Z-00053
        WRITE WRK-0001-Z-00106 FROM ITEM-ENTRY-Z-00056
        IF NOT WRK-OPEN-OK-Z-00118
           CALL "REMARK" USING  BY CONTENT
              "Finish: TSTMON(tstmon)." & X"00"
           MOVE 35 TO PBLK-Z-00092 (2)
           MOVE 2 TO PBLK-Z-00092 (3)
           MOVE 2 TO PBLK-Z-00092 (1)
           CALL "ABORT" USING PBLK-Z-00091,
              " ABORT - Accessing TSTMON work file. (tstmon 2)",
              WRK-FILE-STATUS-Z-00105
        END-IF .

       EXITPARA.

       PARA-0004-0002 SECTION .

        MOVE "N" TO SORT-EOF-SWITCH-Z-00119
        PERFORM PARA-0004-0007
           UNTIL SORT-EOF-Z-00120 .

       EXITPARA.
       EXIT.

       PARA-0004-0007 SECTION .

        RETURN ORDER-FILE INTO ITEM-ENTRY-Z-00056
           AT END
              SET SORT-EOF-Z-00120 TO TRUE
              GO TO EXITPARA
        END-RETURN
        PERFORM PARA-0004-0004 .

       EXITPARA.
       EXIT.

        MOVE SPACES TO RPT-0001-Z-00016
        SET RPT-DETAIL-RECORD-Z-00019 TO TRUE
        MOVE ITEM-ID-Z-00057 TO RPT-ITEM-ID-Z-00025
        MOVE ITEM-LAST-QTY-Z-00059
           TO RPT-ITEM-QTY-Z-00026
        MOVE ITEM-LAST-STATUS-Z-00060
           TO RPT-ITEM-STATUS-Z-00027
        PERFORM PARA-0005-0002
        MOVE MST-LOOKUP-DESC-Z-00103 TO RPT-ITEM-DESC-Z-00095
        MOVE MST-LOOKUP-UOM-Z-00104 TO RPT-ITEM-UOM-Z-00096
        WRITE RPT-0001-Z-00016
        ADD 1 TO REC-NUM-Z-00077
        ADD 1 TO LINE-NUM-Z-00079
        COMPUTE MOVE-QTY-Z-00076 = ITEM-LAST-QTY-Z-00059
           - ITEM-FIRST-QTY-Z-00058
        MOVE ITEM-FIRST-QTY-Z-00058
           TO ED-FIRST-QTY-Z-00087
        MOVE ITEM-LAST-QTY-Z-00059 TO ED-LAST-QTY-Z-00088
        MOVE MOVE-QTY-Z-00076 TO ED-MOVE-QTY-Z-00089
        MOVE ITEM-DAYS-A-Z-00061 TO ED-DAYS-A-Z-00084
        MOVE ITEM-DAYS-H-Z-00062 TO ED-DAYS-H-Z-00085
        MOVE ITEM-DAYS-E-Z-00063 TO ED-DAYS-E-Z-00086
        MOVE SPACES TO RPT-0001-Z-00016
        SET RPT-ITEM-TOTAL-RECORD-Z-00022 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00028
        STRING "ITEM: " DELIMITED BY SIZE
               ITEM-ID-Z-00057 DELIMITED BY SIZE
               "  MOVE: " DELIMITED BY SIZE
               ED-MOVE-QTY-Z-00089 DELIMITED BY SIZE
               "  A: " DELIMITED BY SIZE
               ED-DAYS-H-Z-00085 DELIMITED BY SIZE
               "  E: " DELIMITED BY SIZE
               ED-DAYS-E-Z-00086 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-LOOKUP-DESC-Z-00103 (1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-LOOKUP-UOM-Z-00104 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00028
        WRITE RPT-0001-Z-00016
        ADD 1 TO LINE-NUM-Z-00079
               ED-COUNT-Z-00090 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00028
        WRITE RPT-0001-Z-00016
        ADD 1 TO LINE-NUM-Z-00079 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00100
           MOVE "Y" TO MST-OPEN-SWITCH-Z-00101
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMON item master unavailable." & X"00"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        MOVE SPACES TO MST-LOOKUP-DESC-Z-00103
        MOVE SPACES TO MST-LOOKUP-UOM-Z-00104
        IF NOT MST-OPEN-Z-00102
           GO TO EXITPARA
        END-IF
        MOVE ITEM-ID-Z-00057 TO MST-ITEM-ID-Z-00094
        READ MST-FILE
           INVALID KEY
              MOVE "NOT ON ITEM MASTER" TO MST-LOOKUP-DESC-Z-00103
           NOT INVALID KEY
              MOVE MST-DESC-Z-00098 TO MST-LOOKUP-DESC-Z-00103
              MOVE MST-UOM-Z-00099 TO MST-LOOKUP-UOM-Z-00104
        END-READ .

       EXITPARA.
       EXIT.
