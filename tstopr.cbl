      ******************************************************
      *  Copyright 1991-2017, Digital Systems Group, Inc.  *
      *                                                    *
      *  Digital Systems Group, Inc.                       *
      *  400 Horsham Rd                                    *
      *  Suite 120                                         *
      *  Horsham, PA 19044                                 *
      *                                                    *
      *                                                    *
      *              Restricted Rights Legend              *
      *                                                    *
      *  Use, duplication or disclosure is subject to      *
      *  restrictions stated in Contract N62269-91-D-0331  *
      *  with Digital Systems Group, Inc.                  *
      *                                                    *
      ******************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTOPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTOPR.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00003.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00004
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00005.
        SELECT IMG-FILE ASSIGN TO "DBPATH/TSTMNT.img"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IMG-FILE-STATUS-Z-00006.
        SELECT ACK-FILE ASSIGN TO "DBPATH/TSTOUT.ack"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ACK-FILE-STATUS-Z-00007.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTOPR.srt".

       DATA DIVISION.

       FILE SECTION.
       FD  RPT-FILE.
       01 RPT-0001-Z-00008.
          02 RPT-REC-TYPE-Z-00009 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00010 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00011 VALUE "D".
             88 RPT-SUMMARY-RECORD-Z-00012 VALUE "S".
          02 RPT-NAME-0002-Z-00013 PIC X(1).
          02 RPT-TEXT-Z-00014 PIC X(100).
          02 RPT-NULL-TERM-Z-00015 PIC X(1).

       FD  AUDIT-FILE.
       01 AUD-0001-Z-00016.
          02 AUD-DATE-Z-00017 PIC X(8).
          02 FILLER PIC X(1).
          02 AUD-TIME-Z-00018 PIC X(6).
          02 FILLER PIC X(1).
          02 AUD-PROGRAM-Z-00019 PIC X(10).
          02 FILLER PIC X(1).
          02 AUD-EVENT-Z-00020 PIC X(40).
          02 FILLER PIC X(1).
          02 AUD-STAT-Z-00021 PIC X(2).
          02 FILLER PIC X(10).

       FD  IMG-FILE.
       01 IMG-0001-Z-00022 PIC X(120).
       01 IMG-ITEM-Z-00023.
          02 IMG-TAG-Z-00024 PIC X(6).
          02 IMG-ITEM-ID-Z-00025 PIC X(15).
          02 FILLER PIC X(2).
          02 IMG-ACTION-Z-00026 PIC X(3).
          02 FILLER PIC X(14).
          02 IMG-BEFORE-QTY-Z-00027 PIC Z(9)9.99-.
          02 FILLER PIC X(5).
          02 IMG-BEFORE-STATUS-Z-00028 PIC X(1).
          02 FILLER PIC X(13).
          02 IMG-AFTER-QTY-Z-00029 PIC Z(9)9.99-.
          02 FILLER PIC X(5).
          02 IMG-AFTER-STATUS-Z-00030 PIC X(1).
          02 FILLER PIC X(9).
          02 IMG-DATED-Z-00031 PIC X(8).
          02 FILLER PIC X(10).

       FD  ACK-FILE.
       01 ACK-0001-Z-00032.
          02 ACK-DATE-Z-00033 PIC X(8).
          02 FILLER PIC X(1).
          02 ACK-TIME-Z-00034 PIC X(6).
          02 FILLER PIC X(1).
          02 ACK-PROGRAM-Z-00035 PIC X(10).
          02 FILLER PIC X(1).
          02 ACK-SEV-Z-00036 PIC X(1).
          02 FILLER PIC X(1).
          02 ACK-BY-Z-00037 PIC X(3).
          02 FILLER PIC X(1).
          02 ACK-ON-DATE-Z-00038 PIC X(8).
          02 FILLER PIC X(1).
          02 ACK-ON-TIME-Z-00039 PIC X(6).
          02 FILLER PIC X(1).
          02 ACK-TEXT-Z-00040 PIC X(80).

       SD  SORT-FILE.
       01 SRT-0001-Z-00041.
          02 SRT-OPERATOR-Z-00042 PIC X(3).
          02 SRT-TABLE-Z-00043 PIC X(7).
          02 SRT-ITEM-ID-Z-00044 PIC X(15).
          02 SRT-SEQ-Z-00045 PIC 9(8).
          02 SRT-ACTION-Z-00046 PIC X(3).
          02 SRT-MOVED-QTY-Z-00047 PIC S9(8)V99.
          02 SRT-LINE-Z-00048 PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 RPT-FILE-STATUS-Z-00003 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00049 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00004 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00005 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00050 VALUE "00".
       01 IMG-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 IMG-OPEN-OK-Z-00051 VALUE "00".
       01 ACK-FILE-STATUS-Z-00007 PIC X(2) VALUE SPACES.
          88 ACK-OPEN-OK-Z-00052 VALUE "00".
       01 PROGRAM-ID-Z-00053 PIC X(10) VALUE "TSTOPR".
       01 COMMAND-Z-00054.
          02 COMMAND-KEY-Z-00055 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00056 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00057 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00058 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00059 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 FROM-DATE-Z-00060 PIC X(8) VALUE SPACES.
       01 TO-DATE-Z-00061 PIC X(8) VALUE SPACES.
       01 WINDOW-START-Z-00062 PIC X(6) VALUE "180000".
       01 WINDOW-END-Z-00063 PIC X(6) VALUE "060000".
       01 CURRENT-DATE-Z-00064 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00065 PIC X(6) VALUE ZERO.
       01 WORK-DATE-Z-00066.
          02 WORK-YEAR-Z-00067 PIC 9(4).
          02 WORK-MONTH-Z-00068 PIC 9(2).
          02 WORK-DAY-Z-00069 PIC 9(2).
       01 MONTH-DAYS-Z-00070 PIC 9(2) VALUE ZERO.
       01 LEAP-QUOT-Z-00071 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-REM-Z-00072 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-SWITCH-Z-00073 PIC X(1) VALUE "N".
          88 LEAP-YEAR-Z-00074 VALUE "Y".
       01 AUD-EOF-SWITCH-Z-00075 PIC X(1) VALUE "N".
          88 AUD-EOF-Z-00076 VALUE "Y".
       01 IMG-EOF-SWITCH-Z-00077 PIC X(1) VALUE "N".
          88 IMG-EOF-Z-00078 VALUE "Y".
       01 ACK-EOF-SWITCH-Z-00079 PIC X(1) VALUE "N".
          88 ACK-EOF-Z-00080 VALUE "Y".
       01 SORT-EOF-SWITCH-Z-00081 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00082 VALUE "Y".
       01 HDR-TOKEN-TABLE-Z-00083.
          02 HDR-TOKEN-Z-00084 OCCURS 12 PIC X(30).
       01 JRN-TABLE-Z-00085 PIC X(7) VALUE SPACES.
       01 JRN-DATE-Z-00086 PIC X(8) VALUE SPACES.
       01 JRN-OP-Z-00087 PIC X(3) VALUE SPACES.
       01 JRN-WINDOW-SWITCH-Z-00088 PIC X(1) VALUE "N".
          88 JRN-IN-RANGE-Z-00089 VALUE "Y".
       01 HOLDS-ONLY-SWITCH-Z-00090 PIC X(1) VALUE "N".
          88 HOLDS-ONLY-Z-00091 VALUE "Y".
       01 IMG-LINE-NUM-Z-00092 PIC 9(8) VALUE ZERO.
       01 AUD-LINE-NUM-Z-00093 PIC 9(8) VALUE ZERO.
       01 ACK-LINE-NUM-Z-00094 PIC 9(8) VALUE ZERO.
       01 SEQ-Z-00095 PIC 9(8) VALUE ZERO.
       01 BEFORE-QTY-Z-00096 PIC S9(8)V99 VALUE ZERO.
       01 AFTER-QTY-Z-00097 PIC S9(8)V99 VALUE ZERO.
       01 GROUP-FIRST-SWITCH-Z-00098 PIC X(1) VALUE "Y".
          88 GROUP-FIRST-Z-00099 VALUE "Y".
       01 OP-ID-Z-00100 PIC X(3) VALUE SPACES.
       01 OP-ADDS-Z-00101 PIC S9(8) VALUE ZERO.
       01 OP-DELETES-Z-00102 PIC S9(8) VALUE ZERO.
       01 OP-HOLDS-Z-00103 PIC S9(8) VALUE ZERO.
       01 OP-RELEASES-Z-00104 PIC S9(8) VALUE ZERO.
       01 OP-ADJUSTS-Z-00105 PIC S9(8) VALUE ZERO.
       01 OP-NET-QTY-Z-00106 PIC S9(10)V99 VALUE ZERO.
       01 TOT-ADDS-Z-00107 PIC S9(8) VALUE ZERO.
       01 TOT-DELETES-Z-00108 PIC S9(8) VALUE ZERO.
       01 TOT-HOLDS-Z-00109 PIC S9(8) VALUE ZERO.
       01 TOT-RELEASES-Z-00110 PIC S9(8) VALUE ZERO.
       01 TOT-ADJUSTS-Z-00111 PIC S9(8) VALUE ZERO.
       01 TOT-NET-QTY-Z-00112 PIC S9(10)V99 VALUE ZERO.
       01 OP-COUNT-Z-00113 PIC S9(8) VALUE ZERO.
       01 HOLD-KEY-Z-00114.
          02 HOLD-KEY-TABLE-Z-00115 PIC X(7) VALUE SPACES.
          02 HOLD-KEY-ITEM-Z-00116 PIC X(15) VALUE SPACES.
       01 HOLD-OP-Z-00117 PIC X(3) VALUE SPACES.
       01 HOLD-LINE-Z-00118 PIC 9(8) VALUE ZERO.
       01 SAME-OP-COUNT-Z-00119 PIC S9(8) VALUE ZERO.
       01 WINDOW-COUNT-Z-00120 PIC S9(8) VALUE ZERO.
       01 OWN-ACK-COUNT-Z-00121 PIC S9(8) VALUE ZERO.
       01 EXCEPTION-COUNT-Z-00122 PIC S9(8) VALUE ZERO.
       01 BY-LEFT-Z-00123 PIC X(40) VALUE SPACES.
       01 BY-RIGHT-Z-00124 PIC X(40) VALUE SPACES.
       01 BY-TALLY-Z-00125 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 BY-OP-Z-00126 PIC X(3) VALUE SPACES.
       01 CHECK-TIME-Z-00127 PIC X(6) VALUE SPACES.
       01 IN-WINDOW-SWITCH-Z-00128 PIC X(1) VALUE "N".
          88 IN-WINDOW-Z-00129 VALUE "Y".
       01 RUN-SCAN-SWITCH-Z-00130 PIC X(1) VALUE "N".
          88 RUN-SCAN-DONE-Z-00131 VALUE "Y".
       01 IN-RUN-SWITCH-Z-00132 PIC X(1) VALUE "N".
          88 IN-RUN-Z-00133 VALUE "Y".
       01 RUN-OP-Z-00134 PIC X(3) VALUE SPACES.
       01 RUN-OP-LINE-Z-00135 PIC 9(8) VALUE ZERO.
       01 AUD-FILE-TAG-Z-00136 PIC X(20) VALUE SPACES.
       01 ED-LINE-1-Z-00137 PIC Z(7)9.
       01 ED-LINE-2-Z-00138 PIC Z(7)9.
       01 ED-COUNT-1-Z-00139 PIC Z(5)9.
       01 ED-COUNT-2-Z-00140 PIC Z(5)9.
       01 ED-COUNT-3-Z-00141 PIC Z(5)9.
       01 ED-COUNT-4-Z-00142 PIC Z(5)9.
       01 ED-COUNT-5-Z-00143 PIC Z(5)9.
       01 ED-QTY-Z-00144 PIC Z(9)9.99-.
       01 LINE-COUNT-Z-00145 PIC S9(8) VALUE ZERO.
       01 AUDIT-EVENT-Z-00146 PIC X(40) VALUE SPACES.
       01 EXC-AUD-Z-00147 PIC 9(5) VALUE ZERO.
       01 APPLIED-TEXT-Z-00148 PIC X(5) VALUE SPACES.
       01 PBLK-Z-00149 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00150 REDEFINES PBLK-Z-00149 OCCURS 9 PIC S9(9)
            USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTOPR(tstopr - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00054 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00064 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00065 FROM  TIME
        PERFORM PARA-0001-0003
        IF FROM-DATE-Z-00060 = SPACES
        OR FROM-DATE-Z-00060 NOT NUMERIC
           MOVE CURRENT-DATE-Z-00064 TO FROM-DATE-Z-00060
        END-IF
        IF TO-DATE-Z-00061 = SPACES
        OR TO-DATE-Z-00061 NOT NUMERIC
           MOVE CURRENT-DATE-Z-00064 TO TO-DATE-Z-00061
        END-IF
        IF FROM-DATE-Z-00060 > TO-DATE-Z-00061
           MOVE FROM-DATE-Z-00060 TO TO-DATE-Z-00061
        END-IF
        MOVE "START" TO AUDIT-EVENT-Z-00146
        PERFORM PARA-0001-0006
        PERFORM PARA-0001-0004
        PERFORM PARA-0003-0001
        PERFORM PARA-0004-0001
        PERFORM PARA-0005-0001
        PERFORM PARA-0006-0001
        PERFORM PARA-0001-0005
        CLOSE RPT-FILE
        MOVE EXCEPTION-COUNT-Z-00122 TO EXC-AUD-Z-00147
        MOVE SPACES TO AUDIT-EVENT-Z-00146
        STRING "OPR EXCEPTIONS=" DELIMITED BY SIZE
               EXC-AUD-Z-00147 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00146
        PERFORM PARA-0001-0006
        MOVE "FINISH" TO AUDIT-EVENT-Z-00146
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTOPR(tstopr)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00057
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00059
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00057 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00059 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00058
        UNSTRING COMMAND-PARAMS-Z-00056 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00058
           WITH POINTER SWITCH-POINTER-Z-00057
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00059
        IF SWITCH-TOKEN-Z-00058 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00058 (1:5) = "FROM="
              MOVE SWITCH-TOKEN-Z-00058 (6:8) TO FROM-DATE-Z-00060
           WHEN SWITCH-TOKEN-Z-00058 (1:3) = "TO="
              MOVE SWITCH-TOKEN-Z-00058 (4:8) TO TO-DATE-Z-00061
           WHEN SWITCH-TOKEN-Z-00058 (1:7) = "WSTART="
              IF SWITCH-TOKEN-Z-00058 (8:6) IS NUMERIC
                 MOVE SWITCH-TOKEN-Z-00058 (8:6)
                    TO WINDOW-START-Z-00062
              END-IF
           WHEN SWITCH-TOKEN-Z-00058 (1:5) = "WEND="
              IF SWITCH-TOKEN-Z-00058 (6:6) IS NUMERIC
                 MOVE SWITCH-TOKEN-Z-00058 (6:6)
                    TO WINDOW-END-Z-00063
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0004 SECTION .

        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00049
           CALL "REMARK" USING  BY CONTENT
              "Finish: TSTOPR(tstopr)." & X"00"
           MOVE 35 TO PBLK-Z-00150 (2)
           MOVE 2 TO PBLK-Z-00150 (3)
           MOVE 2 TO PBLK-Z-00150 (1)
           CALL "ABORT" USING PBLK-Z-00149,
              " ABORT - Accessing TSTOPR report. (tstopr 1)",
              RPT-FILE-STATUS-Z-00003
        END-IF
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-HEADER-RECORD-Z-00010 TO TRUE
        STRING "TSTOPR.rpt  OPERATOR ACTIVITY  FROM: "
                  DELIMITED BY SIZE
               FROM-DATE-Z-00060 DELIMITED BY SIZE
               "  TO: " DELIMITED BY SIZE
               TO-DATE-Z-00061 DELIMITED BY SIZE
               "  WINDOW: " DELIMITED BY SIZE
               WINDOW-START-Z-00062 DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WINDOW-END-Z-00063 DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00064 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00065 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145 .

       EXITPARA.
       EXIT.

       PARA-0001-0005 SECTION .

        ADD SAME-OP-COUNT-Z-00119 WINDOW-COUNT-Z-00120
           OWN-ACK-COUNT-Z-00121 GIVING EXCEPTION-COUNT-Z-00122
        MOVE SAME-OP-COUNT-Z-00119 TO ED-COUNT-1-Z-00139
        MOVE WINDOW-COUNT-Z-00120 TO ED-COUNT-2-Z-00140
        MOVE OWN-ACK-COUNT-Z-00121 TO ED-COUNT-3-Z-00141
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-SUMMARY-RECORD-Z-00012 TO TRUE
        STRING "EXCEPTIONS  HOLD+RELEASE SAME OP: " DELIMITED BY SIZE
               ED-COUNT-1-Z-00139 DELIMITED BY SIZE
               "  OUTSIDE WINDOW: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00140 DELIMITED BY SIZE
               "  OWN FATAL ACK: " DELIMITED BY SIZE
               ED-COUNT-3-Z-00141 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145
        IF EXCEPTION-COUNT-Z-00122 > ZERO
           DISPLAY "TSTOPR SEGREGATION EXCEPTIONS: "
              ED-COUNT-1-Z-00139 " SAME OP, "
              ED-COUNT-2-Z-00140 " OUTSIDE WINDOW, "
              ED-COUNT-3-Z-00141 " OWN FATAL ACK"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00064 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00065 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00004
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00064 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00004
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00050
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00050
           MOVE SPACES TO AUD-0001-Z-00016
           STRING CURRENT-DATE-Z-00064 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00065 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00053 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00146 DELIMITED BY SIZE
              INTO AUD-0001-Z-00016
           WRITE AUD-0001-Z-00016
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE "N" TO LEAP-SWITCH-Z-00073
        DIVIDE WORK-YEAR-Z-00067 BY 4 GIVING LEAP-QUOT-Z-00071
           REMAINDER LEAP-REM-Z-00072
        IF LEAP-REM-Z-00072 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00073
        END-IF
        DIVIDE WORK-YEAR-Z-00067 BY 100 GIVING LEAP-QUOT-Z-00071
           REMAINDER LEAP-REM-Z-00072
        IF LEAP-REM-Z-00072 = ZERO
           MOVE "N" TO LEAP-SWITCH-Z-00073
        END-IF
        DIVIDE WORK-YEAR-Z-00067 BY 400 GIVING LEAP-QUOT-Z-00071
           REMAINDER LEAP-REM-Z-00072
        IF LEAP-REM-Z-00072 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00073
        END-IF
        EVALUATE WORK-MONTH-Z-00068
           WHEN 02
              IF LEAP-YEAR-Z-00074
                 MOVE 29 TO MONTH-DAYS-Z-00070
              ELSE
                 MOVE 28 TO MONTH-DAYS-Z-00070
              END-IF
           WHEN 04 MOVE 30 TO MONTH-DAYS-Z-00070
           WHEN 06 MOVE 30 TO MONTH-DAYS-Z-00070
           WHEN 09 MOVE 30 TO MONTH-DAYS-Z-00070
           WHEN 11 MOVE 30 TO MONTH-DAYS-Z-00070
           WHEN OTHER MOVE 31 TO MONTH-DAYS-Z-00070
        END-EVALUATE
        IF WORK-DAY-Z-00069 < MONTH-DAYS-Z-00070
           ADD 1 TO WORK-DAY-Z-00069
        ELSE
           MOVE 01 TO WORK-DAY-Z-00069
           IF WORK-MONTH-Z-00068 < 12
              ADD 1 TO WORK-MONTH-Z-00068
           ELSE
              MOVE 01 TO WORK-MONTH-Z-00068
              ADD 1 TO WORK-YEAR-Z-00067
           END-IF
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        MOVE SPACES TO AUDIT-FILE-NAME-Z-00004
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               WORK-DATE-Z-00066 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00004
        MOVE SPACES TO AUD-FILE-TAG-Z-00136
        STRING "TSTOUT" DELIMITED BY SIZE
               WORK-DATE-Z-00066 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUD-FILE-TAG-Z-00136 .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        MOVE SPACES TO BY-LEFT-Z-00123
        MOVE SPACES TO BY-RIGHT-Z-00124
        MOVE SPACES TO BY-OP-Z-00126
        MOVE ZERO TO BY-TALLY-Z-00125
        UNSTRING AUD-EVENT-Z-00020 DELIMITED BY " BY "
           INTO BY-LEFT-Z-00123, BY-RIGHT-Z-00124
           TALLYING IN BY-TALLY-Z-00125
        END-UNSTRING
        IF BY-TALLY-Z-00125 > 1
           MOVE BY-RIGHT-Z-00124 (1:3) TO BY-OP-Z-00126
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        MOVE "ACTIVITY BY OPERATOR FROM TSTMNT.img:"
           TO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145
        MOVE "N" TO HOLDS-ONLY-SWITCH-Z-00090
        SORT SORT-FILE
           ON ASCENDING KEY SRT-OPERATOR-Z-00042
              ASCENDING KEY SRT-SEQ-Z-00045
           INPUT PROCEDURE PARA-0003-0002
           OUTPUT PROCEDURE PARA-0003-0006 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        MOVE ZERO TO IMG-LINE-NUM-Z-00092
        MOVE ZERO TO SEQ-Z-00095
        MOVE "N" TO JRN-WINDOW-SWITCH-Z-00088
        OPEN INPUT IMG-FILE
        IF NOT IMG-OPEN-OK-Z-00051
           GO TO EXITPARA
        END-IF
        MOVE "N" TO IMG-EOF-SWITCH-Z-00077
        PERFORM PARA-0003-0003
           UNTIL IMG-EOF-Z-00078
        CLOSE IMG-FILE .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        READ IMG-FILE
           AT END
              SET IMG-EOF-Z-00078 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO IMG-LINE-NUM-Z-00092
        IF IMG-0001-Z-00022 (1:12) = "TSTMNT.img  "
           PERFORM PARA-0003-0004
           GO TO EXITPARA
        END-IF
        IF IMG-TAG-Z-00024 NOT = "ITEM: "
        OR NOT JRN-IN-RANGE-Z-00089
           GO TO EXITPARA
        END-IF
        IF HOLDS-ONLY-Z-00091
        AND IMG-ACTION-Z-00026 NOT = "HLD"
        AND IMG-ACTION-Z-00026 NOT = "RLS"
        AND IMG-ACTION-Z-00026 NOT = "REL"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0003-0005 .

       EXITPARA.
       EXIT.

       PARA-0003-0004 SECTION .

        MOVE SPACES TO HDR-TOKEN-TABLE-Z-00083
        UNSTRING IMG-0001-Z-00022 DELIMITED BY ALL " "
           INTO HDR-TOKEN-Z-00084 (1), HDR-TOKEN-Z-00084 (2),
                HDR-TOKEN-Z-00084 (3), HDR-TOKEN-Z-00084 (4),
                HDR-TOKEN-Z-00084 (5), HDR-TOKEN-Z-00084 (6),
                HDR-TOKEN-Z-00084 (7), HDR-TOKEN-Z-00084 (8),
                HDR-TOKEN-Z-00084 (9), HDR-TOKEN-Z-00084 (10),
                HDR-TOKEN-Z-00084 (11)
        END-UNSTRING
        MOVE "N" TO JRN-WINDOW-SWITCH-Z-00088
        IF HDR-TOKEN-Z-00084 (3) NOT = "TABLE:"
        OR HDR-TOKEN-Z-00084 (7) NOT = "RUN:"
           GO TO EXITPARA
        END-IF
        MOVE HDR-TOKEN-Z-00084 (4) TO JRN-TABLE-Z-00085
        MOVE HDR-TOKEN-Z-00084 (8) (1:8) TO JRN-DATE-Z-00086
        MOVE "???" TO JRN-OP-Z-00087
        IF HDR-TOKEN-Z-00084 (10) = "OP:"
        AND HDR-TOKEN-Z-00084 (11) NOT = SPACES
           MOVE HDR-TOKEN-Z-00084 (11) (1:3) TO JRN-OP-Z-00087
        END-IF
        IF JRN-DATE-Z-00086 NOT < FROM-DATE-Z-00060
        AND JRN-DATE-Z-00086 NOT > TO-DATE-Z-00061
           MOVE "Y" TO JRN-WINDOW-SWITCH-Z-00088
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        MOVE IMG-BEFORE-QTY-Z-00027 TO BEFORE-QTY-Z-00096
        MOVE IMG-AFTER-QTY-Z-00029 TO AFTER-QTY-Z-00097
        ADD 1 TO SEQ-Z-00095
        MOVE SPACES TO SRT-0001-Z-00041
        MOVE JRN-OP-Z-00087 TO SRT-OPERATOR-Z-00042
        MOVE JRN-TABLE-Z-00085 TO SRT-TABLE-Z-00043
        MOVE IMG-ITEM-ID-Z-00025 TO SRT-ITEM-ID-Z-00044
        MOVE SEQ-Z-00095 TO SRT-SEQ-Z-00045
        MOVE IMG-ACTION-Z-00026 TO SRT-ACTION-Z-00046
        SUBTRACT BEFORE-QTY-Z-00096 FROM AFTER-QTY-Z-00097
           GIVING SRT-MOVED-QTY-Z-00047
        MOVE IMG-LINE-NUM-Z-00092 TO SRT-LINE-Z-00048
        RELEASE SRT-0001-Z-00041 .

       EXITPARA.
       EXIT.

       PARA-0003-0006 SECTION .

        MOVE "Y" TO GROUP-FIRST-SWITCH-Z-00098
        MOVE "N" TO SORT-EOF-SWITCH-Z-00081
        PERFORM PARA-0003-0007
           UNTIL SORT-EOF-Z-00082
        IF NOT GROUP-FIRST-Z-00099
           PERFORM PARA-0003-0008
        END-IF
        MOVE TOT-ADDS-Z-00107 TO ED-COUNT-1-Z-00139
        MOVE TOT-DELETES-Z-00108 TO ED-COUNT-2-Z-00140
        MOVE TOT-HOLDS-Z-00109 TO ED-COUNT-3-Z-00141
        MOVE TOT-RELEASES-Z-00110 TO ED-COUNT-4-Z-00142
        MOVE TOT-ADJUSTS-Z-00111 TO ED-COUNT-5-Z-00143
        MOVE TOT-NET-QTY-Z-00112 TO ED-QTY-Z-00144
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-SUMMARY-RECORD-Z-00012 TO TRUE
        STRING "ALL OPS  ADD:" DELIMITED BY SIZE
               ED-COUNT-1-Z-00139 DELIMITED BY SIZE
               "  DEL:" DELIMITED BY SIZE
               ED-COUNT-2-Z-00140 DELIMITED BY SIZE
               "  HLD:" DELIMITED BY SIZE
               ED-COUNT-3-Z-00141 DELIMITED BY SIZE
               "  RLS:" DELIMITED BY SIZE
               ED-COUNT-4-Z-00142 DELIMITED BY SIZE
               "  ADJ:" DELIMITED BY SIZE
               ED-COUNT-5-Z-00143 DELIMITED BY SIZE
               "  NET QTY:" DELIMITED BY SIZE
               ED-QTY-Z-00144 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145 .

       EXITPARA.
       EXIT.

       PARA-0003-0007 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00082 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF GROUP-FIRST-Z-00099
           MOVE "N" TO GROUP-FIRST-SWITCH-Z-00098
           MOVE SRT-OPERATOR-Z-00042 TO OP-ID-Z-00100
        ELSE
           IF SRT-OPERATOR-Z-00042 NOT = OP-ID-Z-00100
              PERFORM PARA-0003-0008
              MOVE SRT-OPERATOR-Z-00042 TO OP-ID-Z-00100
           END-IF
        END-IF
        EVALUATE SRT-ACTION-Z-00046
           WHEN "ADD"
              ADD 1 TO OP-ADDS-Z-00101
           WHEN "DEL"
              ADD 1 TO OP-DELETES-Z-00102
           WHEN "HLD"
              ADD 1 TO OP-HOLDS-Z-00103
           WHEN "RLS"
           WHEN "REL"
              ADD 1 TO OP-RELEASES-Z-00104
           WHEN OTHER
              ADD 1 TO OP-ADJUSTS-Z-00105
        END-EVALUATE
        ADD SRT-MOVED-QTY-Z-00047 TO OP-NET-QTY-Z-00106 .

       EXITPARA.
       EXIT.

       PARA-0003-0008 SECTION .

        ADD 1 TO OP-COUNT-Z-00113
        MOVE OP-ADDS-Z-00101 TO ED-COUNT-1-Z-00139
        MOVE OP-DELETES-Z-00102 TO ED-COUNT-2-Z-00140
        MOVE OP-HOLDS-Z-00103 TO ED-COUNT-3-Z-00141
        MOVE OP-RELEASES-Z-00104 TO ED-COUNT-4-Z-00142
        MOVE OP-ADJUSTS-Z-00105 TO ED-COUNT-5-Z-00143
        MOVE OP-NET-QTY-Z-00106 TO ED-QTY-Z-00144
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        STRING "OP: " DELIMITED BY SIZE
               OP-ID-Z-00100 DELIMITED BY SIZE
               "  ADD:" DELIMITED BY SIZE
               ED-COUNT-1-Z-00139 DELIMITED BY SIZE
               "  DEL:" DELIMITED BY SIZE
               ED-COUNT-2-Z-00140 DELIMITED BY SIZE
               "  HLD:" DELIMITED BY SIZE
               ED-COUNT-3-Z-00141 DELIMITED BY SIZE
               "  RLS:" DELIMITED BY SIZE
               ED-COUNT-4-Z-00142 DELIMITED BY SIZE
               "  ADJ:" DELIMITED BY SIZE
               ED-COUNT-5-Z-00143 DELIMITED BY SIZE
               "  NET QTY:" DELIMITED BY SIZE
               ED-QTY-Z-00144 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145
        ADD OP-ADDS-Z-00101 TO TOT-ADDS-Z-00107
        ADD OP-DELETES-Z-00102 TO TOT-DELETES-Z-00108
        ADD OP-HOLDS-Z-00103 TO TOT-HOLDS-Z-00109
        ADD OP-RELEASES-Z-00104 TO TOT-RELEASES-Z-00110
        ADD OP-ADJUSTS-Z-00105 TO TOT-ADJUSTS-Z-00111
        ADD OP-NET-QTY-Z-00106 TO TOT-NET-QTY-Z-00112
        MOVE ZERO TO OP-ADDS-Z-00101
        MOVE ZERO TO OP-DELETES-Z-00102
        MOVE ZERO TO OP-HOLDS-Z-00103
        MOVE ZERO TO OP-RELEASES-Z-00104
        MOVE ZERO TO OP-ADJUSTS-Z-00105
        MOVE ZERO TO OP-NET-QTY-Z-00106 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        MOVE "EXCEPTIONS:" TO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145
        MOVE "Y" TO HOLDS-ONLY-SWITCH-Z-00090
        SORT SORT-FILE
           ON ASCENDING KEY SRT-TABLE-Z-00043
              ASCENDING KEY SRT-ITEM-ID-Z-00044
              ASCENDING KEY SRT-SEQ-Z-00045
           INPUT PROCEDURE PARA-0003-0002
           OUTPUT PROCEDURE PARA-0004-0002 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        MOVE SPACES TO HOLD-KEY-Z-00114
        MOVE SPACES TO HOLD-OP-Z-00117
        MOVE "N" TO SORT-EOF-SWITCH-Z-00081
        PERFORM PARA-0004-0003
           UNTIL SORT-EOF-Z-00082 .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00082 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF SRT-TABLE-Z-00043 NOT = HOLD-KEY-TABLE-Z-00115
        OR SRT-ITEM-ID-Z-00044 NOT = HOLD-KEY-ITEM-Z-00116
           MOVE SRT-TABLE-Z-00043 TO HOLD-KEY-TABLE-Z-00115
           MOVE SRT-ITEM-ID-Z-00044 TO HOLD-KEY-ITEM-Z-00116
           MOVE SPACES TO HOLD-OP-Z-00117
        END-IF
        IF SRT-ACTION-Z-00046 = "HLD"
           MOVE SRT-OPERATOR-Z-00042 TO HOLD-OP-Z-00117
           MOVE SRT-LINE-Z-00048 TO HOLD-LINE-Z-00118
           GO TO EXITPARA
        END-IF
        IF HOLD-OP-Z-00117 NOT = SPACES
        AND HOLD-OP-Z-00117 NOT = "???"
        AND HOLD-OP-Z-00117 = SRT-OPERATOR-Z-00042
           PERFORM PARA-0004-0004
        END-IF
        MOVE SPACES TO HOLD-OP-Z-00117 .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        ADD 1 TO SAME-OP-COUNT-Z-00119
        MOVE HOLD-LINE-Z-00118 TO ED-LINE-1-Z-00137
        MOVE SRT-LINE-Z-00048 TO ED-LINE-2-Z-00138
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        STRING "SAME OP HOLD+RELEASE  OP: " DELIMITED BY SIZE
               SRT-OPERATOR-Z-00042 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SRT-TABLE-Z-00043 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SRT-ITEM-ID-Z-00044 DELIMITED BY SPACE
               "  TSTMNT.img LINE" DELIMITED BY SIZE
               ED-LINE-1-Z-00137 DELIMITED BY SIZE
               " HLD, LINE" DELIMITED BY SIZE
               ED-LINE-2-Z-00138 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-ACTION-Z-00046 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE FROM-DATE-Z-00060 TO WORK-DATE-Z-00066
        PERFORM PARA-0005-0002
           UNTIL WORK-DATE-Z-00066 > TO-DATE-Z-00061 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        PERFORM PARA-0002-0002
        MOVE ZERO TO AUD-LINE-NUM-Z-00093
        OPEN INPUT AUDIT-FILE
        IF AUDIT-OPEN-OK-Z-00050
           MOVE "N" TO AUD-EOF-SWITCH-Z-00075
           PERFORM PARA-0005-0003
              UNTIL AUD-EOF-Z-00076
           CLOSE AUDIT-FILE
        END-IF
        PERFORM PARA-0002-0001 .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        READ AUDIT-FILE
           AT END
              SET AUD-EOF-Z-00076 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO AUD-LINE-NUM-Z-00093
        IF AUD-PROGRAM-Z-00019 NOT = "TSTMNT"
           GO TO EXITPARA
        END-IF
        IF AUD-EVENT-Z-00020 (1:4) NOT = "MNT "
        AND AUD-EVENT-Z-00020 (1:12) NOT = "TRN APPLIED="
           GO TO EXITPARA
        END-IF
        IF AUD-EVENT-Z-00020 (1:9) = "MNT SAVE "
        OR AUD-EVENT-Z-00020 (1:8) = "MNT PND "
        OR AUD-EVENT-Z-00020 (1:8) = "MNT RJT "
        OR AUD-EVENT-Z-00020 (1:15) = "MNT PC REFUSED "
        OR AUD-EVENT-Z-00020 (9:5) = "FAIL "
           GO TO EXITPARA
        END-IF
        IF AUD-EVENT-Z-00020 (1:12) = "TRN APPLIED="
           MOVE AUD-EVENT-Z-00020 (13:5) TO APPLIED-TEXT-Z-00148
           IF APPLIED-TEXT-Z-00148 = "00000"
              GO TO EXITPARA
           END-IF
        END-IF
        PERFORM PARA-0002-0003
        IF BY-OP-Z-00126 = SPACES
           GO TO EXITPARA
        END-IF
        MOVE AUD-TIME-Z-00018 TO CHECK-TIME-Z-00127
        PERFORM PARA-0005-0004
        IF IN-WINDOW-Z-00129
           GO TO EXITPARA
        END-IF
        ADD 1 TO WINDOW-COUNT-Z-00120
        MOVE AUD-LINE-NUM-Z-00093 TO ED-LINE-1-Z-00137
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        STRING "OUTSIDE WINDOW  OP: " DELIMITED BY SIZE
               BY-OP-Z-00126 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AUD-FILE-TAG-Z-00136 DELIMITED BY SPACE
               " LINE" DELIMITED BY SIZE
               ED-LINE-1-Z-00137 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AUD-TIME-Z-00018 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BY-LEFT-Z-00123 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        MOVE "N" TO IN-WINDOW-SWITCH-Z-00128
        IF WINDOW-START-Z-00062 NOT > WINDOW-END-Z-00063
           IF CHECK-TIME-Z-00127 NOT < WINDOW-START-Z-00062
           AND CHECK-TIME-Z-00127 NOT > WINDOW-END-Z-00063
              MOVE "Y" TO IN-WINDOW-SWITCH-Z-00128
           END-IF
        ELSE
           IF CHECK-TIME-Z-00127 NOT < WINDOW-START-Z-00062
           OR CHECK-TIME-Z-00127 NOT > WINDOW-END-Z-00063
              MOVE "Y" TO IN-WINDOW-SWITCH-Z-00128
           END-IF
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        MOVE ZERO TO ACK-LINE-NUM-Z-00094
        OPEN INPUT ACK-FILE
        IF NOT ACK-OPEN-OK-Z-00052
           GO TO EXITPARA
        END-IF
        MOVE "N" TO ACK-EOF-SWITCH-Z-00079
        PERFORM PARA-0006-0002
           UNTIL ACK-EOF-Z-00080
        CLOSE ACK-FILE .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        READ ACK-FILE
           AT END
              SET ACK-EOF-Z-00080 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO ACK-LINE-NUM-Z-00094
        IF ACK-SEV-Z-00036 NOT = "F"
        OR ACK-BY-Z-00037 = SPACES
           GO TO EXITPARA
        END-IF
        IF ACK-DATE-Z-00033 < FROM-DATE-Z-00060
        OR ACK-DATE-Z-00033 > TO-DATE-Z-00061
           GO TO EXITPARA
        END-IF
        MOVE ACK-DATE-Z-00033 TO WORK-DATE-Z-00066
        PERFORM PARA-0002-0002
        MOVE SPACES TO RUN-OP-Z-00134
        MOVE ZERO TO RUN-OP-LINE-Z-00135
        MOVE "N" TO IN-RUN-SWITCH-Z-00132
        MOVE "N" TO RUN-SCAN-SWITCH-Z-00130
        MOVE ZERO TO AUD-LINE-NUM-Z-00093
        OPEN INPUT AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00050
           GO TO EXITPARA
        END-IF
        MOVE "N" TO AUD-EOF-SWITCH-Z-00075
        PERFORM PARA-0006-0003
           UNTIL AUD-EOF-Z-00076
           OR RUN-SCAN-DONE-Z-00131
        CLOSE AUDIT-FILE
        IF RUN-OP-Z-00134 = ACK-BY-Z-00037
           PERFORM PARA-0006-0004
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        READ AUDIT-FILE
           AT END
              SET AUD-EOF-Z-00076 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO AUD-LINE-NUM-Z-00093
        IF AUD-PROGRAM-Z-00019 NOT = ACK-PROGRAM-Z-00035
           GO TO EXITPARA
        END-IF
        IF AUD-EVENT-Z-00020 (1:6) = "START "
           IF AUD-TIME-Z-00018 > ACK-TIME-Z-00034
              SET RUN-SCAN-DONE-Z-00131 TO TRUE
              GO TO EXITPARA
           END-IF
           MOVE "Y" TO IN-RUN-SWITCH-Z-00132
           MOVE SPACES TO RUN-OP-Z-00134
           MOVE ZERO TO RUN-OP-LINE-Z-00135
           GO TO EXITPARA
        END-IF
        IF NOT IN-RUN-Z-00133
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0003
        IF BY-OP-Z-00126 NOT = SPACES
        AND RUN-OP-Z-00134 = SPACES
           MOVE BY-OP-Z-00126 TO RUN-OP-Z-00134
           MOVE AUD-LINE-NUM-Z-00093 TO RUN-OP-LINE-Z-00135
        END-IF
        IF AUD-EVENT-Z-00020 (1:7) = "FINISH "
        OR AUD-EVENT-Z-00020 (1:6) = "ABORT "
        OR AUD-EVENT-Z-00020 (1:6) = "CANCEL"
           IF AUD-TIME-Z-00018 < ACK-TIME-Z-00034
              MOVE "N" TO IN-RUN-SWITCH-Z-00132
              MOVE SPACES TO RUN-OP-Z-00134
           ELSE
              SET RUN-SCAN-DONE-Z-00131 TO TRUE
           END-IF
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0004 SECTION .

        ADD 1 TO OWN-ACK-COUNT-Z-00121
        MOVE ACK-LINE-NUM-Z-00094 TO ED-LINE-1-Z-00137
        MOVE RUN-OP-LINE-Z-00135 TO ED-LINE-2-Z-00138
        MOVE SPACES TO RPT-0001-Z-00008
        SET RPT-DETAIL-RECORD-Z-00011 TO TRUE
        STRING "OWN FATAL ACK  OP: " DELIMITED BY SIZE
               ACK-BY-Z-00037 DELIMITED BY SIZE
               "  TSTOUT.ack LINE" DELIMITED BY SIZE
               ED-LINE-1-Z-00137 DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               AUD-FILE-TAG-Z-00136 DELIMITED BY SPACE
               " LINE" DELIMITED BY SIZE
               ED-LINE-2-Z-00138 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACK-PROGRAM-Z-00035 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ACK-TIME-Z-00034 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00014
        WRITE RPT-0001-Z-00008
        ADD 1 TO LINE-COUNT-Z-00145 .

       EXITPARA.
       EXIT.
