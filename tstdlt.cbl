           FILE STATUS OLD-FILE-STATUS-Z-00005.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTDLT.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00006.
        SELECT WRK-FILE ASSIGN TO "DBPATH/TSTDLT.wrk"
           FILE STATUS WRK-FILE-STATUS-Z-00109.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTDLT.srt".
        SELECT ORDER-FILE ASSIGN TO "DBPATH/TSTDLT.srx".
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00100
           FILE STATUS MST-FILE-STATUS-Z-00099.

       DATA DIVISION.

          02 RPT-TEXT-Z-00033 PIC X(100).
          02 RPT-NULL-TERM-Z-00034 PIC X(1).

       FD  WRK-FILE.
       01 WRK-0001-Z-00110.
          02 WRK-FIRST-SEQ-Z-00111 PIC 9(9).
          02 WRK-ITEM-ID-Z-00112 PIC X(15).
          02 WRK-OLD-QTY-Z-00113 PIC S9(10)V99.
          02 WRK-OLD-STATUS-Z-00114 PIC X(1).
          02 WRK-OLD-SIDE-Z-00115 PIC X(1).
          02 WRK-NEW-QTY-Z-00116 PIC S9(10)V99.
          02 WRK-NEW-STATUS-Z-00117 PIC X(1).
          02 WRK-NEW-SIDE-Z-00118 PIC X(1).
          02 FILLER PIC X(28).

       SD  SORT-FILE.
       01 SRT-0001-Z-00119.
          02 SRT-ITEM-ID-Z-00120 PIC X(15).
          02 SRT-SEQ-Z-00121 PIC 9(9).
          02 SRT-SIDE-Z-00122 PIC X(1).
             88 SRT-OLD-SIDE-Z-00123 VALUE "O".
          02 SRT-ITEM-QTY-Z-00124 PIC S9(8)V99.
          02 SRT-ITEM-STATUS-Z-00125 PIC X(1).

       SD  ORDER-FILE.
       01 ORD-0001-Z-00126.
          02 ORD-FIRST-SEQ-Z-00127 PIC 9(9).
          02 ORD-ITEM-ID-Z-00128 PIC X(15).
          02 ORD-OLD-QTY-Z-00129 PIC S9(10)V99.
          02 ORD-OLD-STATUS-Z-00130 PIC X(1).
          02 ORD-OLD-SIDE-Z-00131 PIC X(1).
          02 ORD-NEW-QTY-Z-00132 PIC S9(10)V99.
          02 ORD-NEW-STATUS-Z-00133 PIC X(1).
          02 ORD-NEW-SIDE-Z-00134 PIC X(1).
          02 FILLER PIC X(28).

       FD  MST-FILE.
       01 MST-0001-Z-00101.
          02 MST-ITEM-ID-Z-00100 PIC X(15).
          02 MST-DESC-Z-00102 PIC X(30).
          02 MST-UOM-Z-00103 PIC X(4).
          02 FILLER PIC X(51).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
          88 NEW-EOF-Z-00064 VALUE "Y".
       01 OLD-EOF-SWITCH-Z-00065 PIC X(1) VALUE "N".
          88 OLD-EOF-Z-00066 VALUE "Y".
       01 ITEM-COUNT-Z-00067 PIC S9(8) VALUE ZERO.
       01 ITEM-ENTRY-Z-00070.
          02 ITEM-FIRST-SEQ-Z-00135 PIC 9(9).
          02 ITEM-ID-Z-00071 PIC X(15).
          02 ITEM-OLD-QTY-Z-00072 PIC S9(10)V99.
          02 ITEM-OLD-STATUS-Z-00073 PIC X(1).
          02 ITEM-OLD-SIDE-Z-00074 PIC X(1).
             88 ITEM-ON-OLD-Z-00075 VALUE "Y".
          02 ITEM-NEW-QTY-Z-00076 PIC S9(10)V99.
          02 ITEM-NEW-STATUS-Z-00077 PIC X(1).
          02 ITEM-NEW-SIDE-Z-00078 PIC X(1).
             88 ITEM-ON-NEW-Z-00079 VALUE "Y".
          02 FILLER PIC X(28).
       01 READ-SEQ-Z-00136 PIC 9(9) VALUE ZERO.
       01 WRK-FILE-STATUS-Z-00109 PIC X(2) VALUE SPACES.
          88 WRK-OPEN-OK-Z-00137 VALUE "00".
       01 SORT-EOF-SWITCH-Z-00138 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00139 VALUE "Y".
       01 GROUP-FIRST-SWITCH-Z-00140 PIC X(1) VALUE "Y".
          88 GROUP-FIRST-Z-00141 VALUE "Y".
       01 NEW-COUNT-Z-00086 PIC S9(8) VALUE ZERO.
       01 DROP-COUNT-Z-00087 PIC S9(8) VALUE ZERO.
       01 STATUS-COUNT-Z-00088 PIC S9(8) VALUE ZERO.
       01 PBLK-Z-00097 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00098 REDEFINES PBLK-Z-00097 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 MST-FILE-STATUS-Z-00099 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00104 VALUE "00".
       01 MST-OPEN-SWITCH-Z-00105 PIC X(1) VALUE "N".
          88 MST-OPEN-Z-00106 VALUE "Y".
       01 MST-LOOKUP-DESC-Z-00107 PIC X(30) VALUE SPACES.
       01 MST-LOOKUP-UOM-Z-00108 PIC X(4) VALUE SPACES.
       01 WORK-DELETE-NAME-Z-00142 PIC X(40) VALUE SPACES.
       01 DELETE-STATUS-Z-00143 PIC S9(9) USAGE COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

        ACCEPT CURRENT-TIME-Z-00045 FROM  TIME
        PERFORM PARA-0001-0003
        PERFORM PARA-0002-0001
        SORT SORT-FILE
           ON ASCENDING KEY SRT-ITEM-ID-Z-00120
              ASCENDING KEY SRT-SEQ-Z-00121
           INPUT PROCEDURE PARA-0003-0003
           OUTPUT PROCEDURE PARA-0005-0001
        PERFORM PARA-0006-0001
        IF NOT OLD-FOUND-Z-00059
           MOVE SPACES TO RPT-0001-Z-00027
           WRITE RPT-0001-Z-00027
           ADD 1 TO LINE-COUNT-Z-00090
        END-IF
        PERFORM PARA-0007-0001
        SORT ORDER-FILE
           ON ASCENDING KEY ORD-FIRST-SEQ-Z-00127
           USING WRK-FILE
           OUTPUT PROCEDURE PARA-0006-0002
        PERFORM PARA-0006-0004
        CLOSE RPT-FILE
        IF MST-OPEN-Z-00106
           CLOSE MST-FILE
        END-IF
        PERFORM PARA-0001-0008
        CALL "REMARK" USING  BY CONTENT "Finish: TSTDLT(tstdlt)."
            & X"00"
        STOP RUN.
       EXITPARA.
       EXIT.

       PARA-0001-0008 SECTION .

        MOVE "DBPATH/TSTDLT.wrk" TO WORK-DELETE-NAME-Z-00142
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00142
           RETURNING DELETE-STATUS-Z-00143
        MOVE "DBPATH/TSTDLT.srt" TO WORK-DELETE-NAME-Z-00142
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00142
           RETURNING DELETE-STATUS-Z-00143
        MOVE "DBPATH/TSTDLT.srx" TO WORK-DELETE-NAME-Z-00142
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00142
           RETURNING DELETE-STATUS-Z-00143 .

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00041
       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        MOVE ZERO TO READ-SEQ-Z-00136
        IF OLD-FOUND-Z-00059
           PERFORM PARA-0003-0001
        END-IF
        PERFORM PARA-0004-0001 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        READ OLD-FILE
        OR OLD-ITEM-QTY-Z-00023 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO READ-SEQ-Z-00136
        MOVE OLD-ITEM-ID-Z-00022 TO SRT-ITEM-ID-Z-00120
        MOVE READ-SEQ-Z-00136 TO SRT-SEQ-Z-00121
        SET SRT-OLD-SIDE-Z-00123 TO TRUE
        MOVE OLD-ITEM-QTY-Z-00023 TO SRT-ITEM-QTY-Z-00124
        MOVE OLD-ITEM-STATUS-Z-00024 TO SRT-ITEM-STATUS-Z-00125
        RELEASE SRT-0001-Z-00119 .

       EXITPARA.
       EXIT.
        OR NEW-ITEM-QTY-Z-00013 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO READ-SEQ-Z-00136
        MOVE NEW-ITEM-ID-Z-00012 TO SRT-ITEM-ID-Z-00120
        MOVE READ-SEQ-Z-00136 TO SRT-SEQ-Z-00121
        MOVE "N" TO SRT-SIDE-Z-00122
        MOVE NEW-ITEM-QTY-Z-00013 TO SRT-ITEM-QTY-Z-00124
        MOVE NEW-ITEM-STATUS-Z-00014 TO SRT-ITEM-STATUS-Z-00125
        RELEASE SRT-0001-Z-00119 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        OPEN OUTPUT WRK-FILE
        IF NOT WRK-OPEN-OK-Z-00137
           CALL "REMARK" USING  BY CONTENT
              "Finish: TSTDLT(tstdlt)." & X"00"
           MOVE 35 TO PBLK-Z-00098 (2)
           MOVE 2 TO PBLK-Z-00098 (3)
           MOVE 2 TO PBLK-Z-00098 (1)
           CALL "ABORT" USING PBLK-Z-00097,
              " ABORT - Accessing TSTDLT work file. (tstdlt 3)",
              WRK-FILE-STATUS-Z-00109
        END-IF
        MOVE "Y" TO GROUP-FIRST-SWITCH-Z-00140
        MOVE "N" TO SORT-EOF-SWITCH-Z-00138
        PERFORM PARA-0005-0002
           UNTIL SORT-EOF-Z-00139
        IF NOT GROUP-FIRST-Z-00141
           PERFORM PARA-0005-0004
        END-IF
        CLOSE WRK-FILE .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00139 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF GROUP-FIRST-Z-00141
           MOVE "N" TO GROUP-FIRST-SWITCH-Z-00140
           PERFORM PARA-0005-0003
        ELSE
           IF SRT-ITEM-ID-Z-00120 NOT = ITEM-ID-Z-00071
              PERFORM PARA-0005-0004
              PERFORM PARA-0005-0003
           END-IF
        END-IF
        IF SRT-OLD-SIDE-Z-00123
           MOVE "Y" TO ITEM-OLD-SIDE-Z-00074
           ADD SRT-ITEM-QTY-Z-00124 TO ITEM-OLD-QTY-Z-00072
           MOVE SRT-ITEM-STATUS-Z-00125 TO ITEM-OLD-STATUS-Z-00073
        ELSE
           MOVE "Y" TO ITEM-NEW-SIDE-Z-00078
           ADD SRT-ITEM-QTY-Z-00124 TO ITEM-NEW-QTY-Z-00076
           MOVE SRT-ITEM-STATUS-Z-00125 TO ITEM-NEW-STATUS-Z-00077
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        MOVE SPACES TO ITEM-ENTRY-Z-00070
        MOVE SRT-SEQ-Z-00121 TO ITEM-FIRST-SEQ-Z-00135
        MOVE SRT-ITEM-ID-Z-00120 TO ITEM-ID-Z-00071
        MOVE ZERO TO ITEM-OLD-QTY-Z-00072
        MOVE "N" TO ITEM-OLD-SIDE-Z-00074
        MOVE ZERO TO ITEM-NEW-QTY-Z-00076
        MOVE "N" TO ITEM-NEW-SIDE-Z-00078 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        ADD 1 TO ITEM-COUNT-Z-00067
        WRITE WRK-0001-Z-00110 FROM ITEM-ENTRY-Z-00070
        IF NOT WRK-OPEN-OK-Z-00137
           CALL "REMARK" USING  BY CONTENT
              "Finish: TSTDLT(tstdlt)." & X"00"
           MOVE 35 TO PBLK-Z-00098 (2)
           MOVE 2 TO PBLK-Z-00098 (3)
           MOVE 2 TO PBLK-Z-00098 (1)
           CALL "ABORT" USING PBLK-Z-00097,
              " ABORT - Accessing TSTDLT work file. (tstdlt 3)",
              WRK-FILE-STATUS-Z-00109
        END-IF .

       EXITPARA.

       PARA-0006-0002 SECTION .

        MOVE "N" TO SORT-EOF-SWITCH-Z-00138
        PERFORM PARA-0006-0005
           UNTIL SORT-EOF-Z-00139 .

       EXITPARA.
       EXIT.

       PARA-0006-0005 SECTION .

        RETURN ORDER-FILE INTO ITEM-ENTRY-Z-00070
           AT END
              SET SORT-EOF-Z-00139 TO TRUE
              GO TO EXITPARA
        END-RETURN
        PERFORM PARA-0006-0003 .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        MOVE ITEM-OLD-QTY-Z-00072 TO ED-OLD-QTY-Z-00095
        MOVE ITEM-NEW-QTY-Z-00076 TO ED-NEW-QTY-Z-00096
        PERFORM PARA-0007-0002
        EVALUATE TRUE
           WHEN ITEM-ON-NEW-Z-00079
           AND NOT ITEM-ON-OLD-Z-00075
              ADD 1 TO NEW-COUNT-Z-00086
              MOVE SPACES TO RPT-0001-Z-00027
              SET RPT-DETAIL-RECORD-Z-00030 TO TRUE
              MOVE SPACES TO RPT-TEXT-Z-00033
              STRING "ITEM: " DELIMITED BY SIZE
                     ITEM-ID-Z-00071 DELIMITED BY SIZE
                     "  NEW      QTY: " DELIMITED BY SIZE
                     ED-NEW-QTY-Z-00096 DELIMITED BY SIZE
                     "  STATUS: " DELIMITED BY SIZE
                     ITEM-NEW-STATUS-Z-00077
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MST-LOOKUP-DESC-Z-00107 (1:20) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MST-LOOKUP-UOM-Z-00108 DELIMITED BY SIZE
                 INTO RPT-TEXT-Z-00033
              WRITE RPT-0001-Z-00027
              ADD 1 TO LINE-COUNT-Z-00090
           WHEN ITEM-ON-OLD-Z-00075
           AND NOT ITEM-ON-NEW-Z-00079
              ADD 1 TO DROP-COUNT-Z-00087
              MOVE SPACES TO RPT-0001-Z-00027
              SET RPT-DETAIL-RECORD-Z-00030 TO TRUE
              MOVE SPACES TO RPT-TEXT-Z-00033
              STRING "ITEM: " DELIMITED BY SIZE
                     ITEM-ID-Z-00071 DELIMITED BY SIZE
                     "  DROPPED  QTY: " DELIMITED BY SIZE
                     ED-OLD-QTY-Z-00095 DELIMITED BY SIZE
                     "  STATUS: " DELIMITED BY SIZE
                     ITEM-OLD-STATUS-Z-00073
                        DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     MST-LOOKUP-DESC-Z-00107 (1:20) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     MST-LOOKUP-UOM-Z-00108 DELIMITED BY SIZE
                 INTO RPT-TEXT-Z-00033
              WRITE RPT-0001-Z-00027
              ADD 1 TO LINE-COUNT-Z-00090
           WHEN OTHER
              IF ITEM-OLD-STATUS-Z-00073 NOT =
                    ITEM-NEW-STATUS-Z-00077
                 ADD 1 TO STATUS-COUNT-Z-00088
                 MOVE SPACES TO RPT-0001-Z-00027
                 SET RPT-DETAIL-RECORD-Z-00030 TO TRUE
                 MOVE SPACES TO RPT-TEXT-Z-00033
                 STRING "ITEM: " DELIMITED BY SIZE
                        ITEM-ID-Z-00071
                           DELIMITED BY SIZE
                        "  STATUS   OLD: " DELIMITED BY SIZE
                        ITEM-OLD-STATUS-Z-00073
                           DELIMITED BY SIZE
                        "  NEW: " DELIMITED BY SIZE
                        ITEM-NEW-STATUS-Z-00077
                           DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        MST-LOOKUP-DESC-Z-00107 (1:20)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MST-LOOKUP-UOM-Z-00108 DELIMITED BY SIZE
                    INTO RPT-TEXT-Z-00033
                 WRITE RPT-0001-Z-00027
                 ADD 1 TO LINE-COUNT-Z-00090
              END-IF
              IF ITEM-OLD-QTY-Z-00072 NOT =
                    ITEM-NEW-QTY-Z-00076
                 ADD 1 TO QTY-COUNT-Z-00089
                 MOVE SPACES TO RPT-0001-Z-00027
                 SET RPT-DETAIL-RECORD-Z-00030 TO TRUE
                 MOVE SPACES TO RPT-TEXT-Z-00033
                 STRING "ITEM: " DELIMITED BY SIZE
                        ITEM-ID-Z-00071
                           DELIMITED BY SIZE
                        "  QUANTITY OLD: " DELIMITED BY SIZE
                        ED-OLD-QTY-Z-00095 DELIMITED BY SIZE
                        "  NEW: " DELIMITED BY SIZE
                        ED-NEW-QTY-Z-00096 DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        MST-LOOKUP-DESC-Z-00107 (1:20)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        MST-LOOKUP-UOM-Z-00108 DELIMITED BY SIZE
                    INTO RPT-TEXT-Z-00033
                 WRITE RPT-0001-Z-00027
                 ADD 1 TO LINE-COUNT-Z-00090
               ED-COUNT-4-Z-00094 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00033
        WRITE RPT-0001-Z-00027
        ADD 1 TO LINE-COUNT-Z-00090 .

       EXITPARA.
       EXIT.

       PARA-0007-0001 SECTION .

        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00104
           MOVE "Y" TO MST-OPEN-SWITCH-Z-00105
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTDLT item master unavailable." & X"00"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0007-0002 SECTION .

        MOVE SPACES TO MST-LOOKUP-DESC-Z-00107
        MOVE SPACES TO MST-LOOKUP-UOM-Z-00108
        IF NOT MST-OPEN-Z-00106
           GO TO EXITPARA
        END-IF
        MOVE ITEM-ID-Z-00071 TO MST-ITEM-ID-Z-00100
        READ MST-FILE
           INVALID KEY
              MOVE "NOT ON ITEM MASTER" TO MST-LOOKUP-DESC-Z-00107
           NOT INVALID KEY
              MOVE MST-DESC-Z-00102 TO MST-LOOKUP-DESC-Z-00107
              MOVE MST-UOM-Z-00103 TO MST-LOOKUP-UOM-Z-00108
        END-READ .

       EXITPARA.
       EXIT.
