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
       PROGRAM-ID. TSTRBD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OLD-FILE ASSIGN TO OLD-FILE-NAME-Z-00003
           FILE STATUS OLD-FILE-STATUS-Z-00004.
        SELECT IMG-FILE ASSIGN TO "DBPATH/TSTMNT.img"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IMG-FILE-STATUS-Z-00016.
        SELECT RBD-FILE ASSIGN TO RBD-FILE-NAME-Z-00027
           FILE STATUS RBD-FILE-STATUS-Z-00028.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTRBD.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00033.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00043
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00044.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00046.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTRBD.srt".

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-FILE.
       01 OLD-0001-Z-00005.
          02 OLD-REC-TYPE-Z-00006 PIC X(1).
             88 OLD-HEADER-RECORD-Z-00007 VALUE "H".
             88 OLD-DETAIL-RECORD-Z-00008 VALUE "D".
             88 OLD-SUBTOTAL-RECORD-Z-00160 VALUE "B".
          02 OLD-NAME-0002-Z-00009 PIC X(1).
          02 OLD-BODY-Z-00010.
             03 OLD-ITEM-ID-Z-00011 PIC X(15).
             03 OLD-ITEM-QTY-Z-00012 PIC S9(8)V99.
             03 OLD-ITEM-STATUS-Z-00013 PIC X(1).
             03 FILLER PIC X(74).
          02 OLD-TEXT-Z-00014 REDEFINES OLD-BODY-Z-00010 PIC X(100).
          02 OLD-NULL-TERM-Z-00015 PIC X(1).

       FD  IMG-FILE.
       01 IMG-0001-Z-00017 PIC X(120).
       01 IMG-ITEM-Z-00018.
          02 IMG-TAG-Z-00019 PIC X(6).
          02 IMG-ITEM-ID-Z-00020 PIC X(15).
          02 FILLER PIC X(2).
          02 IMG-ACTION-Z-00021 PIC X(3).
          02 FILLER PIC X(14).
          02 IMG-BEFORE-QTY-Z-00022 PIC Z(9)9.99-.
          02 FILLER PIC X(5).
          02 IMG-BEFORE-STATUS-Z-00023 PIC X(1).
          02 FILLER PIC X(13).
          02 IMG-AFTER-QTY-Z-00024 PIC Z(9)9.99-.
          02 FILLER PIC X(5).
          02 IMG-AFTER-STATUS-Z-00025 PIC X(1).
          02 FILLER PIC X(9).
          02 IMG-DATED-Z-00026 PIC X(8).
          02 FILLER PIC X(10).

       FD  RBD-FILE.
       01 RBD-0001-Z-00029.
          02 RBD-ITEM-ID-Z-00030 PIC X(15).
          02 RBD-ITEM-QTY-Z-00031 PIC S9(8)V99.
          02 RBD-ITEM-STATUS-Z-00032 PIC X(1).
          02 FILLER PIC X(74).

       FD  RPT-FILE.
       01 RPT-0001-Z-00034.
          02 RPT-REC-TYPE-Z-00035 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00036 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00037 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00038 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00039 VALUE "S".
          02 RPT-NAME-0002-Z-00040 PIC X(1).
          02 RPT-TEXT-Z-00041 PIC X(100).
          02 RPT-NULL-TERM-Z-00042 PIC X(1).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00045 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00047 PIC X(120).

       SD  SORT-FILE.
       01 SRT-0001-Z-00048.
          02 SRT-ITEM-ID-Z-00049 PIC X(15).
          02 SRT-SEQ-Z-00050 PIC 9(8).
          02 SRT-KIND-Z-00051 PIC X(1).
             88 SRT-SNAPSHOT-Z-00052 VALUE "S".
          02 SRT-ACTION-Z-00053 PIC X(3).
          02 SRT-BEFORE-QTY-Z-00054 PIC S9(8)V99.
          02 SRT-BEFORE-STATUS-Z-00055 PIC X(1).
          02 SRT-AFTER-QTY-Z-00056 PIC S9(8)V99.
          02 SRT-AFTER-STATUS-Z-00057 PIC X(1).
          02 SRT-LINE-Z-00058 PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 OLD-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 OLD-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 OLD-OPEN-OK-Z-00059 VALUE "00".
       01 IMG-FILE-STATUS-Z-00016 PIC X(2) VALUE SPACES.
          88 IMG-OPEN-OK-Z-00060 VALUE "00".
       01 RBD-FILE-NAME-Z-00027 PIC X(40) VALUE SPACES.
       01 RBD-FILE-STATUS-Z-00028 PIC X(2) VALUE SPACES.
          88 RBD-OPEN-OK-Z-00061 VALUE "00".
       01 RPT-FILE-STATUS-Z-00033 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00062 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00043 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00044 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00063 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00046 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00064 VALUE "00".
       01 PROGRAM-ID-Z-00065 PIC X(10) VALUE "TSTRBD".
       01 COMMAND-Z-00066.
          02 COMMAND-KEY-Z-00067 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00068 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00069 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00070 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00071 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00072 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00073 PIC X(6) VALUE ZERO.
       01 TABLE-NAME-Z-00074 PIC X(7) VALUE SPACES.
       01 OPERATOR-ID-Z-00075 PIC X(3) VALUE SPACES.
       01 TARGET-STAMP-Z-00076.
          02 TARGET-DATE-Z-00077 PIC X(8) VALUE SPACES.
          02 TARGET-TIME-Z-00078 PIC X(6) VALUE SPACES.
       01 BACK-DAYS-Z-00079 PIC S9(4) USAGE COMP-5 VALUE 90.
       01 WORK-DATE-Z-00080.
          02 WORK-YEAR-Z-00081 PIC 9(4).
          02 WORK-MONTH-Z-00082 PIC 9(2).
          02 WORK-DAY-Z-00083 PIC 9(2).
       01 FLOOR-DATE-Z-00084 PIC X(8) VALUE SPACES.
       01 MONTH-DAYS-Z-00085 PIC 9(2) VALUE ZERO.
       01 LEAP-QUOT-Z-00086 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-REM-Z-00087 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-SWITCH-Z-00088 PIC X(1) VALUE "N".
          88 LEAP-YEAR-Z-00089 VALUE "Y".
       01 ROWS-TEXT-Z-00090 PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01 ROWS-NUM-Z-00091 PIC 9(8) VALUE ZERO.
       01 ROWS-POINTER-Z-00092 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 DAYS-BACK-TEXT-Z-00093 PIC ZZZ9.
       01 OLD-EOF-SWITCH-Z-00094 PIC X(1) VALUE "N".
          88 OLD-EOF-Z-00095 VALUE "Y".
       01 IMG-EOF-SWITCH-Z-00096 PIC X(1) VALUE "N".
          88 IMG-EOF-Z-00097 VALUE "Y".
       01 SNAP-FOUND-SWITCH-Z-00098 PIC X(1) VALUE "N".
          88 SNAP-FOUND-Z-00099 VALUE "Y".
       01 SNAP-FILE-NAME-Z-00100 PIC X(40) VALUE SPACES.
       01 SNAP-STAMP-Z-00101.
          02 SNAP-DATE-Z-00102 PIC X(8) VALUE SPACES.
          02 SNAP-TIME-Z-00103 PIC X(6) VALUE SPACES.
       01 HDR-TOKEN-TABLE-Z-00105.
          02 HDR-TOKEN-Z-00106 OCCURS 12 PIC X(30).
       01 CUR-TABLE-Z-00107 PIC X(30) VALUE SPACES.
       01 CUR-STAMP-Z-00108.
          02 CUR-DATE-Z-00109 PIC X(8) VALUE SPACES.
          02 CUR-TIME-Z-00110 PIC X(6) VALUE SPACES.
       01 CUR-MATCH-SWITCH-Z-00111 PIC X(1) VALUE "N".
          88 CUR-MATCH-Z-00112 VALUE "Y".
       01 JRN-STAMP-Z-00113.
          02 JRN-DATE-Z-00114 PIC X(8) VALUE SPACES.
          02 JRN-TIME-Z-00115 PIC X(6) VALUE SPACES.
       01 JRN-OP-Z-00116 PIC X(3) VALUE SPACES.
       01 JRN-WINDOW-SWITCH-Z-00117 PIC X(1) VALUE "N".
          88 JRN-IN-WINDOW-Z-00118 VALUE "Y".
       01 FIRST-JRN-STAMP-Z-00119.
          02 FIRST-JRN-DATE-Z-00104 PIC X(8) VALUE SPACES.
          02 FIRST-JRN-TIME-Z-00158 PIC X(6) VALUE SPACES.
       01 IMG-LINE-NUM-Z-00120 PIC 9(8) VALUE ZERO.
       01 SEQ-Z-00121 PIC 9(8) VALUE ZERO.
       01 SNAP-COUNT-Z-00122 PIC S9(8) VALUE ZERO.
       01 REPLAY-COUNT-Z-00123 PIC S9(8) VALUE ZERO.
       01 GAP-COUNT-Z-00124 PIC S9(8) VALUE ZERO.
       01 RBD-COUNT-Z-00125 PIC S9(8) VALUE ZERO.
       01 DUP-COUNT-Z-00126 PIC S9(8) VALUE ZERO.
       01 RBD-QTY-TOTAL-Z-00127 PIC S9(10)V99 VALUE ZERO.
       01 STATE-ID-Z-00128 PIC X(15) VALUE SPACES.
       01 STATE-QTY-Z-00129 PIC S9(8)V99 VALUE ZERO.
       01 STATE-STATUS-Z-00130 PIC X(1) VALUE SPACES.
       01 STATE-SWITCH-Z-00131 PIC X(1) VALUE "N".
          88 STATE-PRESENT-Z-00132 VALUE "Y".
       01 SORT-EOF-SWITCH-Z-00133 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00134 VALUE "Y".
       01 GROUP-FIRST-SWITCH-Z-00135 PIC X(1) VALUE "Y".
          88 GROUP-FIRST-Z-00136 VALUE "Y".
       01 ED-QTY-1-Z-00137 PIC Z(9)9.99-.
       01 ED-QTY-2-Z-00138 PIC Z(9)9.99-.
       01 ED-LINE-Z-00139 PIC Z(7)9.
       01 ED-COUNT-Z-00140 PIC Z(7)9.
       01 ED-TOTAL-Z-00141 PIC Z(9)9.99-.
       01 GAP-TEXT-Z-00142 PIC X(29) VALUE SPACES.
       01 AUDIT-EVENT-Z-00143 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00144 PIC X(2) VALUE SPACES.
       01 ALERT-SEV-Z-00145 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00146 PIC X(80) VALUE SPACES.
       01 RBD-AUD-Z-00147 PIC 9(5) VALUE ZERO.
       01 GAP-AUD-Z-00148 PIC 9(5) VALUE ZERO.
       01 PAGE-NUM-Z-00149 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00150 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00151 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00152 PIC Z(7)9.
       01 PBLK-Z-00153 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00154 REDEFINES PBLK-Z-00153 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 JRN-TABLE-Z-00155 PIC X(30) VALUE SPACES.
       01 IMG-MISSING-SWITCH-Z-00156 PIC X(1) VALUE "N".
          88 IMG-MISSING-Z-00157 VALUE "Y".
       01 ED-COUNT-2-Z-00159 PIC Z(7)9.
       01 PEND-FOUND-SWITCH-Z-00161 PIC X(1) VALUE "N".
          88 PEND-FOUND-Z-00162 VALUE "Y".
       01 PEND-LIMITED-SWITCH-Z-00163 PIC X(1) VALUE "N".
          88 PEND-LIMITED-Z-00164 VALUE "Y".
       01 PEND-STAMP-Z-00165 PIC X(14) VALUE SPACES.
       01 LIMIT-TALLY-Z-00166 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 LIMIT-FOUND-SWITCH-Z-00167 PIC X(1) VALUE "N".
          88 LIMIT-FOUND-Z-00168 VALUE "Y".
       01 LIMIT-STAMP-Z-00169 PIC X(14) VALUE SPACES.
       01 LIMIT-FILE-NAME-Z-00170 PIC X(40) VALUE SPACES.
       01 SNAP-LIMITED-SWITCH-Z-00171 PIC X(1) VALUE "N".
          88 SNAP-LIMITED-Z-00172 VALUE "Y".
       01 ROWS-LIMITED-TEXT-Z-00173 PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTRBD(tstrbd - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00066 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00072 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00073 FROM  TIME
        PERFORM PARA-0001-0003
        IF TABLE-NAME-Z-00074 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTRBD no table name, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00143
           MOVE SPACES TO AUDIT-STAT-Z-00144
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        MOVE SPACES TO AUDIT-EVENT-Z-00143
        STRING "START RBD " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               " AT " DELIMITED BY SIZE
               TARGET-DATE-Z-00077 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TARGET-TIME-Z-00078 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00143
        MOVE SPACES TO AUDIT-STAT-Z-00144
        PERFORM PARA-0001-0006
        PERFORM PARA-0003-0001
        PERFORM PARA-0002-0001
        IF SNAP-FOUND-Z-00099
           PERFORM PARA-0004-0001
           PERFORM PARA-0006-0001
        ELSE
           PERFORM PARA-0006-0002
        END-IF
        CLOSE RPT-FILE
        MOVE "FINISH" TO AUDIT-EVENT-Z-00143
        MOVE SPACES TO AUDIT-STAT-Z-00144
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTRBD(tstrbd)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00069
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00071
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00069 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00071 >= 20
        IF TABLE-NAME-Z-00074 = SPACES
        AND COMMAND-KEY-Z-00067 NOT = SPACES
           MOVE COMMAND-KEY-Z-00067 (1:7) TO TABLE-NAME-Z-00074
        END-IF
        IF TARGET-DATE-Z-00077 = SPACES
           MOVE CURRENT-DATE-Z-00072 TO TARGET-DATE-Z-00077
           IF TARGET-TIME-Z-00078 = SPACES
              MOVE CURRENT-TIME-Z-00073 TO TARGET-TIME-Z-00078
           END-IF
        END-IF
        IF TARGET-TIME-Z-00078 = SPACES
           MOVE "235959" TO TARGET-TIME-Z-00078
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00070
        UNSTRING COMMAND-PARAMS-Z-00068 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00070
           WITH POINTER SWITCH-POINTER-Z-00069
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00071
        IF SWITCH-TOKEN-Z-00070 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00070 (1:4) = "TBL="
              MOVE SWITCH-TOKEN-Z-00070 (5:7) TO TABLE-NAME-Z-00074
           WHEN SWITCH-TOKEN-Z-00070 (1:5) = "DATE="
              IF SWITCH-TOKEN-Z-00070 (6:8) IS NUMERIC
                 MOVE SWITCH-TOKEN-Z-00070 (6:8)
                    TO TARGET-DATE-Z-00077
              END-IF
           WHEN SWITCH-TOKEN-Z-00070 (1:5) = "TIME="
              IF SWITCH-TOKEN-Z-00070 (6:6) IS NUMERIC
                 MOVE SWITCH-TOKEN-Z-00070 (6:6)
                    TO TARGET-TIME-Z-00078
              END-IF
           WHEN SWITCH-TOKEN-Z-00070 (1:5) = "DAYS="
              MOVE SPACES TO ROWS-TEXT-Z-00090
              MOVE 1 TO ROWS-POINTER-Z-00092
              UNSTRING SWITCH-TOKEN-Z-00070 (6:8) DELIMITED BY SPACE
                 INTO ROWS-TEXT-Z-00090
                 WITH POINTER ROWS-POINTER-Z-00092
              END-UNSTRING
              INSPECT ROWS-TEXT-Z-00090
                 REPLACING LEADING SPACE BY ZERO
              IF ROWS-TEXT-Z-00090 IS NUMERIC
                 MOVE ROWS-TEXT-Z-00090 TO ROWS-NUM-Z-00091
                 MOVE ROWS-NUM-Z-00091 TO BACK-DAYS-Z-00079
              END-IF
           WHEN SWITCH-TOKEN-Z-00070 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00070 (4:3) TO OPERATOR-ID-Z-00075
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00072 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00073 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00043
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00072 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00043
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00063
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00063
           MOVE SPACES TO AUDIT-0001-Z-00045
           STRING CURRENT-DATE-Z-00072 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00073 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00065 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00143 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00144 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00045
           WRITE AUDIT-0001-Z-00045
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00072 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00073 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00064
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00064
           MOVE SPACES TO ALERT-0001-Z-00047
           STRING CURRENT-DATE-Z-00072 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00073 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00065 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00145 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00146 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00047
           WRITE ALERT-0001-Z-00047
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE "N" TO SNAP-FOUND-SWITCH-Z-00098
        MOVE SPACES TO SNAP-STAMP-Z-00101
        MOVE "N" TO LIMIT-FOUND-SWITCH-Z-00167
        MOVE SPACES TO LIMIT-STAMP-Z-00169
        MOVE "N" TO SNAP-LIMITED-SWITCH-Z-00171
        MOVE TARGET-DATE-Z-00077 TO WORK-DATE-Z-00080
        PERFORM PARA-0002-0003 BACK-DAYS-Z-00079 TIMES
        MOVE WORK-DATE-Z-00080 TO FLOOR-DATE-Z-00084
        IF TARGET-DATE-Z-00077 > CURRENT-DATE-Z-00072
           MOVE TARGET-DATE-Z-00077 TO WORK-DATE-Z-00080
        ELSE
           MOVE CURRENT-DATE-Z-00072 TO WORK-DATE-Z-00080
        END-IF
        PERFORM PARA-0002-0002
           UNTIL WORK-DATE-Z-00080 < FLOOR-DATE-Z-00084
        MOVE "DBPATH/TSTOUT.rpt" TO OLD-FILE-NAME-Z-00003
        PERFORM PARA-0002-0005
        IF NOT SNAP-FOUND-Z-00099
        AND LIMIT-FOUND-Z-00168
           MOVE LIMIT-STAMP-Z-00169 TO SNAP-STAMP-Z-00101
           MOVE LIMIT-FILE-NAME-Z-00170 TO SNAP-FILE-NAME-Z-00100
           MOVE "Y" TO SNAP-FOUND-SWITCH-Z-00098
           MOVE "Y" TO SNAP-LIMITED-SWITCH-Z-00171
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        MOVE SPACES TO OLD-FILE-NAME-Z-00003
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               WORK-DATE-Z-00080 DELIMITED BY SIZE
               ".old" DELIMITED BY SIZE
           INTO OLD-FILE-NAME-Z-00003
        PERFORM PARA-0002-0005
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        IF WORK-DAY-Z-00083 > 1
           SUBTRACT 1 FROM WORK-DAY-Z-00083
           GO TO EXITPARA
        END-IF
        IF WORK-MONTH-Z-00082 > 1
           SUBTRACT 1 FROM WORK-MONTH-Z-00082
        ELSE
           MOVE 12 TO WORK-MONTH-Z-00082
           SUBTRACT 1 FROM WORK-YEAR-Z-00081
        END-IF
        PERFORM PARA-0002-0004
        MOVE MONTH-DAYS-Z-00085 TO WORK-DAY-Z-00083 .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        MOVE "N" TO LEAP-SWITCH-Z-00088
        DIVIDE WORK-YEAR-Z-00081 BY 4 GIVING LEAP-QUOT-Z-00086
           REMAINDER LEAP-REM-Z-00087
        IF LEAP-REM-Z-00087 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00088
        END-IF
        DIVIDE WORK-YEAR-Z-00081 BY 100 GIVING LEAP-QUOT-Z-00086
           REMAINDER LEAP-REM-Z-00087
        IF LEAP-REM-Z-00087 = ZERO
           MOVE "N" TO LEAP-SWITCH-Z-00088
        END-IF
        DIVIDE WORK-YEAR-Z-00081 BY 400 GIVING LEAP-QUOT-Z-00086
           REMAINDER LEAP-REM-Z-00087
        IF LEAP-REM-Z-00087 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00088
        END-IF
        EVALUATE WORK-MONTH-Z-00082
           WHEN 02
              IF LEAP-YEAR-Z-00089
                 MOVE 29 TO MONTH-DAYS-Z-00085
              ELSE
                 MOVE 28 TO MONTH-DAYS-Z-00085
              END-IF
           WHEN 04 MOVE 30 TO MONTH-DAYS-Z-00085
           WHEN 06 MOVE 30 TO MONTH-DAYS-Z-00085
           WHEN 09 MOVE 30 TO MONTH-DAYS-Z-00085
           WHEN 11 MOVE 30 TO MONTH-DAYS-Z-00085
           WHEN OTHER MOVE 31 TO MONTH-DAYS-Z-00085
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0002-0005 SECTION .

        OPEN INPUT OLD-FILE
        IF NOT OLD-OPEN-OK-Z-00059
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO CUR-TABLE-Z-00107
        MOVE SPACES TO CUR-STAMP-Z-00108
        MOVE "N" TO PEND-FOUND-SWITCH-Z-00161
        MOVE "N" TO OLD-EOF-SWITCH-Z-00094
        PERFORM PARA-0002-0006
           UNTIL OLD-EOF-Z-00095
        CLOSE OLD-FILE .

       EXITPARA.
       EXIT.

       PARA-0002-0006 SECTION .

        READ OLD-FILE
           AT END
              PERFORM PARA-0002-0008
              SET OLD-EOF-Z-00095 TO TRUE
              GO TO EXITPARA
        END-READ
        IF OLD-SUBTOTAL-RECORD-Z-00160
           IF PEND-FOUND-Z-00162
              MOVE ZERO TO LIMIT-TALLY-Z-00166
              INSPECT OLD-TEXT-Z-00014 TALLYING LIMIT-TALLY-Z-00166
                 FOR ALL "ROWS LIMITED"
              IF LIMIT-TALLY-Z-00166 > ZERO
                 MOVE "Y" TO PEND-LIMITED-SWITCH-Z-00163
              END-IF
           END-IF
           GO TO EXITPARA
        END-IF
        IF NOT OLD-HEADER-RECORD-Z-00007
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0007
        IF PEND-FOUND-Z-00162
        AND CUR-TABLE-Z-00107 = TABLE-NAME-Z-00074
        AND CUR-STAMP-Z-00108 = PEND-STAMP-Z-00165
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0008
        IF CUR-TABLE-Z-00107 = TABLE-NAME-Z-00074
        AND CUR-STAMP-Z-00108 NOT > TARGET-STAMP-Z-00076
           MOVE CUR-STAMP-Z-00108 TO PEND-STAMP-Z-00165
           MOVE "Y" TO PEND-FOUND-SWITCH-Z-00161
           MOVE "N" TO PEND-LIMITED-SWITCH-Z-00163
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0008 SECTION .

        IF NOT PEND-FOUND-Z-00162
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PEND-FOUND-SWITCH-Z-00161
        IF PEND-LIMITED-Z-00164
           IF PEND-STAMP-Z-00165 > LIMIT-STAMP-Z-00169
              MOVE PEND-STAMP-Z-00165 TO LIMIT-STAMP-Z-00169
              MOVE OLD-FILE-NAME-Z-00003 TO LIMIT-FILE-NAME-Z-00170
              MOVE "Y" TO LIMIT-FOUND-SWITCH-Z-00167
           END-IF
           GO TO EXITPARA
        END-IF
        IF PEND-STAMP-Z-00165 > SNAP-STAMP-Z-00101
           MOVE PEND-STAMP-Z-00165 TO SNAP-STAMP-Z-00101
           MOVE OLD-FILE-NAME-Z-00003 TO SNAP-FILE-NAME-Z-00100
           MOVE "Y" TO SNAP-FOUND-SWITCH-Z-00098
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0007 SECTION .

        MOVE SPACES TO HDR-TOKEN-TABLE-Z-00105
        UNSTRING OLD-TEXT-Z-00014 DELIMITED BY ALL " "
           INTO HDR-TOKEN-Z-00106 (1), HDR-TOKEN-Z-00106 (2),
                HDR-TOKEN-Z-00106 (3), HDR-TOKEN-Z-00106 (4),
                HDR-TOKEN-Z-00106 (5), HDR-TOKEN-Z-00106 (6),
                HDR-TOKEN-Z-00106 (7), HDR-TOKEN-Z-00106 (8),
                HDR-TOKEN-Z-00106 (9), HDR-TOKEN-Z-00106 (10)
        END-UNSTRING
        MOVE SPACES TO CUR-TABLE-Z-00107
        MOVE SPACES TO CUR-STAMP-Z-00108
        IF HDR-TOKEN-Z-00106 (2) = "TABLE:"
        AND HDR-TOKEN-Z-00106 (5) = "DATE:"
        AND HDR-TOKEN-Z-00106 (8) = "TIME:"
           MOVE HDR-TOKEN-Z-00106 (3) TO CUR-TABLE-Z-00107
           MOVE HDR-TOKEN-Z-00106 (6) (1:8) TO CUR-DATE-Z-00109
           MOVE HDR-TOKEN-Z-00106 (9) (1:6) TO CUR-TIME-Z-00110
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00062
           CALL "REMARK" USING  BY CONTENT "Finish: TSTRBD(tstrbd)."
               & X"00"
           MOVE 35 TO PBLK-Z-00154 (2)
           MOVE 2 TO PBLK-Z-00154 (3)
           MOVE 2 TO PBLK-Z-00154 (1)
           CALL "ABORT" USING PBLK-Z-00153,
              " ABORT - Accessing TSTRBD listing. (tstrbd 1)",
              RPT-FILE-STATUS-Z-00033
        END-IF
        PERFORM PARA-0003-0002 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        ADD 1 TO PAGE-NUM-Z-00149
        MOVE ZERO TO LINE-NUM-Z-00150
        MOVE PAGE-NUM-Z-00149 TO PAGE-NUM-ED-Z-00152
        MOVE SPACES TO RPT-0001-Z-00034
        SET RPT-HEADER-RECORD-Z-00036 TO TRUE
        STRING "TSTRBD.rpt  REBUILD  TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               "  AS OF: " DELIMITED BY SIZE
               TARGET-DATE-Z-00077 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TARGET-TIME-Z-00078 DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00072 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00073 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00152 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        WRITE RPT-0001-Z-00034
        ADD 1 TO LINE-NUM-Z-00150 .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        SET RPT-DETAIL-RECORD-Z-00037 TO TRUE
        WRITE RPT-0001-Z-00034
        ADD 1 TO LINE-NUM-Z-00150
        IF LINE-NUM-Z-00150 >= PAGECHK-Z-00151
           PERFORM PARA-0003-0004
           PERFORM PARA-0003-0002
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0004 SECTION .

        MOVE PAGE-NUM-Z-00149 TO PAGE-NUM-ED-Z-00152
        MOVE LINE-NUM-Z-00150 TO ED-COUNT-Z-00140
        MOVE SPACES TO RPT-0001-Z-00034
        SET RPT-TRAILER-RECORD-Z-00038 TO TRUE
        STRING "END OF PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00152 DELIMITED BY SIZE
               "  LINES THIS PAGE: " DELIMITED BY SIZE
               ED-COUNT-Z-00140 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        WRITE RPT-0001-Z-00034 .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        SET RPT-SUMMARY-RECORD-Z-00039 TO TRUE
        WRITE RPT-0001-Z-00034
        ADD 1 TO LINE-NUM-Z-00150 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        MOVE SPACES TO RBD-FILE-NAME-Z-00027
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               ".rbd" DELIMITED BY SIZE
           INTO RBD-FILE-NAME-Z-00027
        OPEN OUTPUT RBD-FILE
        IF NOT RBD-OPEN-OK-Z-00061
           MOVE "RBD FAIL OPEN" TO AUDIT-EVENT-Z-00143
           MOVE RBD-FILE-STATUS-Z-00028 TO AUDIT-STAT-Z-00144
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTRBD(tstrbd)."
               & X"00"
           MOVE 35 TO PBLK-Z-00154 (2)
           MOVE 2 TO PBLK-Z-00154 (3)
           MOVE 2 TO PBLK-Z-00154 (1)
           CALL "ABORT" USING PBLK-Z-00153,
              " ABORT - Accessing rebuilt table. (tstrbd 2)",
              RBD-FILE-STATUS-Z-00028
        END-IF
        MOVE SPACES TO ROWS-LIMITED-TEXT-Z-00173
        IF SNAP-LIMITED-Z-00172
           MOVE "  ROWS LIMITED" TO ROWS-LIMITED-TEXT-Z-00173
        END-IF
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "ARCHIVE: " DELIMITED BY SIZE
               SNAP-FILE-NAME-Z-00100 DELIMITED BY SPACE
               "  TABLE RUN: " DELIMITED BY SIZE
               SNAP-DATE-Z-00102 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNAP-TIME-Z-00103 DELIMITED BY SIZE
               ROWS-LIMITED-TEXT-Z-00173 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0003
        MOVE SPACES TO RPT-0001-Z-00034
        MOVE "CHANGES REPLAYED FROM TSTMNT.img:" TO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0003
        SORT SORT-FILE
           ON ASCENDING KEY SRT-ITEM-ID-Z-00049
              ASCENDING KEY SRT-SEQ-Z-00050
           INPUT PROCEDURE PARA-0004-0002
           OUTPUT PROCEDURE PARA-0005-0001
        CLOSE RBD-FILE .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        MOVE ZERO TO SEQ-Z-00121
        MOVE ZERO TO SNAP-COUNT-Z-00122
        MOVE SNAP-FILE-NAME-Z-00100 TO OLD-FILE-NAME-Z-00003
        OPEN INPUT OLD-FILE
        IF OLD-OPEN-OK-Z-00059
           MOVE "N" TO CUR-MATCH-SWITCH-Z-00111
           MOVE "N" TO OLD-EOF-SWITCH-Z-00094
           PERFORM PARA-0004-0003
              UNTIL OLD-EOF-Z-00095
           CLOSE OLD-FILE
        END-IF
        PERFORM PARA-0004-0004 .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        READ OLD-FILE
           AT END
              SET OLD-EOF-Z-00095 TO TRUE
              GO TO EXITPARA
        END-READ
        IF OLD-HEADER-RECORD-Z-00007
           PERFORM PARA-0002-0007
           MOVE "N" TO CUR-MATCH-SWITCH-Z-00111
           IF CUR-TABLE-Z-00107 = TABLE-NAME-Z-00074
           AND CUR-STAMP-Z-00108 = SNAP-STAMP-Z-00101
              MOVE "Y" TO CUR-MATCH-SWITCH-Z-00111
           END-IF
           GO TO EXITPARA
        END-IF
        IF NOT OLD-DETAIL-RECORD-Z-00008
        OR NOT CUR-MATCH-Z-00112
           GO TO EXITPARA
        END-IF
        IF OLD-ITEM-ID-Z-00011 = SPACES
        OR OLD-ITEM-QTY-Z-00012 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO SRT-0001-Z-00048
        MOVE OLD-ITEM-ID-Z-00011 TO SRT-ITEM-ID-Z-00049
        MOVE ZERO TO SRT-SEQ-Z-00050
        SET SRT-SNAPSHOT-Z-00052 TO TRUE
        MOVE ZERO TO SRT-BEFORE-QTY-Z-00054
        MOVE OLD-ITEM-QTY-Z-00012 TO SRT-AFTER-QTY-Z-00056
        MOVE OLD-ITEM-STATUS-Z-00013 TO SRT-AFTER-STATUS-Z-00057
        MOVE ZERO TO SRT-LINE-Z-00058
        RELEASE SRT-0001-Z-00048
        ADD 1 TO SNAP-COUNT-Z-00122 .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        MOVE "N" TO IMG-MISSING-SWITCH-Z-00156
        MOVE ZERO TO IMG-LINE-NUM-Z-00120
        MOVE ZERO TO REPLAY-COUNT-Z-00123
        MOVE "N" TO JRN-WINDOW-SWITCH-Z-00117
        OPEN INPUT IMG-FILE
        IF NOT IMG-OPEN-OK-Z-00060
           MOVE "Y" TO IMG-MISSING-SWITCH-Z-00156
           GO TO EXITPARA
        END-IF
        MOVE "N" TO IMG-EOF-SWITCH-Z-00096
        PERFORM PARA-0004-0005
           UNTIL IMG-EOF-Z-00097
        CLOSE IMG-FILE .

       EXITPARA.
       EXIT.

       PARA-0004-0005 SECTION .

        READ IMG-FILE
           AT END
              SET IMG-EOF-Z-00097 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO IMG-LINE-NUM-Z-00120
        IF IMG-0001-Z-00017 (1:12) = "TSTMNT.img  "
           PERFORM PARA-0004-0006
           GO TO EXITPARA
        END-IF
        IF IMG-TAG-Z-00019 = "ITEM: "
        AND JRN-IN-WINDOW-Z-00118
           PERFORM PARA-0004-0007
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0006 SECTION .

        MOVE SPACES TO HDR-TOKEN-TABLE-Z-00105
        UNSTRING IMG-0001-Z-00017 DELIMITED BY ALL " "
           INTO HDR-TOKEN-Z-00106 (1), HDR-TOKEN-Z-00106 (2),
                HDR-TOKEN-Z-00106 (3), HDR-TOKEN-Z-00106 (4),
                HDR-TOKEN-Z-00106 (5), HDR-TOKEN-Z-00106 (6),
                HDR-TOKEN-Z-00106 (7), HDR-TOKEN-Z-00106 (8),
                HDR-TOKEN-Z-00106 (9), HDR-TOKEN-Z-00106 (10),
                HDR-TOKEN-Z-00106 (11)
        END-UNSTRING
        MOVE "N" TO JRN-WINDOW-SWITCH-Z-00117
        IF HDR-TOKEN-Z-00106 (3) NOT = "TABLE:"
        OR HDR-TOKEN-Z-00106 (7) NOT = "RUN:"
           GO TO EXITPARA
        END-IF
        MOVE HDR-TOKEN-Z-00106 (4) TO JRN-TABLE-Z-00155
        MOVE HDR-TOKEN-Z-00106 (8) (1:8) TO JRN-DATE-Z-00114
        MOVE HDR-TOKEN-Z-00106 (9) (1:6) TO JRN-TIME-Z-00115
        MOVE SPACES TO JRN-OP-Z-00116
        IF HDR-TOKEN-Z-00106 (10) = "OP:"
           MOVE HDR-TOKEN-Z-00106 (11) (1:3) TO JRN-OP-Z-00116
        END-IF
        IF FIRST-JRN-STAMP-Z-00119 = SPACES
           MOVE JRN-STAMP-Z-00113 TO FIRST-JRN-STAMP-Z-00119
        END-IF
        IF JRN-TABLE-Z-00155 = TABLE-NAME-Z-00074
        AND JRN-STAMP-Z-00113 > SNAP-STAMP-Z-00101
        AND JRN-STAMP-Z-00113 NOT > TARGET-STAMP-Z-00076
           MOVE "Y" TO JRN-WINDOW-SWITCH-Z-00117
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0007 SECTION .

        ADD 1 TO SEQ-Z-00121
        MOVE SPACES TO SRT-0001-Z-00048
        MOVE IMG-ITEM-ID-Z-00020 TO SRT-ITEM-ID-Z-00049
        MOVE SEQ-Z-00121 TO SRT-SEQ-Z-00050
        MOVE "J" TO SRT-KIND-Z-00051
        MOVE IMG-ACTION-Z-00021 TO SRT-ACTION-Z-00053
        MOVE IMG-BEFORE-QTY-Z-00022 TO SRT-BEFORE-QTY-Z-00054
        MOVE IMG-BEFORE-STATUS-Z-00023 TO SRT-BEFORE-STATUS-Z-00055
        MOVE IMG-AFTER-QTY-Z-00024 TO SRT-AFTER-QTY-Z-00056
        MOVE IMG-AFTER-STATUS-Z-00025 TO SRT-AFTER-STATUS-Z-00057
        MOVE IMG-LINE-NUM-Z-00120 TO SRT-LINE-Z-00058
        RELEASE SRT-0001-Z-00048
        ADD 1 TO REPLAY-COUNT-Z-00123
        MOVE IMG-LINE-NUM-Z-00120 TO ED-LINE-Z-00139
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "LINE " DELIMITED BY SIZE
               ED-LINE-Z-00139 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-DATE-Z-00114 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-TIME-Z-00115 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JRN-OP-Z-00116 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMG-ITEM-ID-Z-00020 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMG-ACTION-Z-00021 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMG-BEFORE-QTY-Z-00022 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMG-BEFORE-STATUS-Z-00023 DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               IMG-AFTER-QTY-Z-00024 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IMG-AFTER-STATUS-Z-00025 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE "Y" TO GROUP-FIRST-SWITCH-Z-00135
        MOVE "N" TO SORT-EOF-SWITCH-Z-00133
        MOVE "N" TO STATE-SWITCH-Z-00131
        MOVE ZERO TO RBD-COUNT-Z-00125
        MOVE ZERO TO DUP-COUNT-Z-00126
        MOVE ZERO TO RBD-QTY-TOTAL-Z-00127
        PERFORM PARA-0005-0002
           UNTIL SORT-EOF-Z-00134
        IF NOT GROUP-FIRST-Z-00136
           PERFORM PARA-0005-0003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00134 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF GROUP-FIRST-Z-00136
           MOVE "N" TO GROUP-FIRST-SWITCH-Z-00135
           MOVE SRT-ITEM-ID-Z-00049 TO STATE-ID-Z-00128
           MOVE "N" TO STATE-SWITCH-Z-00131
        ELSE
           IF SRT-ITEM-ID-Z-00049 NOT = STATE-ID-Z-00128
              PERFORM PARA-0005-0003
              MOVE SRT-ITEM-ID-Z-00049 TO STATE-ID-Z-00128
              MOVE "N" TO STATE-SWITCH-Z-00131
           END-IF
        END-IF
        IF SRT-SNAPSHOT-Z-00052
           IF STATE-PRESENT-Z-00132
              MOVE SPACES TO RBD-0001-Z-00029
              MOVE SRT-ITEM-ID-Z-00049 TO RBD-ITEM-ID-Z-00030
              MOVE SRT-AFTER-QTY-Z-00056 TO RBD-ITEM-QTY-Z-00031
              MOVE SRT-AFTER-STATUS-Z-00057
                 TO RBD-ITEM-STATUS-Z-00032
              WRITE RBD-0001-Z-00029
              ADD 1 TO RBD-COUNT-Z-00125
              ADD 1 TO DUP-COUNT-Z-00126
              ADD SRT-AFTER-QTY-Z-00056 TO RBD-QTY-TOTAL-Z-00127
           ELSE
              MOVE SRT-AFTER-QTY-Z-00056 TO STATE-QTY-Z-00129
              MOVE SRT-AFTER-STATUS-Z-00057 TO STATE-STATUS-Z-00130
              MOVE "Y" TO STATE-SWITCH-Z-00131
           END-IF
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0004 .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        IF NOT STATE-PRESENT-Z-00132
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO RBD-0001-Z-00029
        MOVE STATE-ID-Z-00128 TO RBD-ITEM-ID-Z-00030
        MOVE STATE-QTY-Z-00129 TO RBD-ITEM-QTY-Z-00031
        MOVE STATE-STATUS-Z-00130 TO RBD-ITEM-STATUS-Z-00032
        WRITE RBD-0001-Z-00029
        ADD 1 TO RBD-COUNT-Z-00125
        ADD STATE-QTY-Z-00129 TO RBD-QTY-TOTAL-Z-00127 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        MOVE SPACES TO GAP-TEXT-Z-00142
        EVALUATE TRUE
           WHEN SRT-ACTION-Z-00053 = "ADD"
              IF STATE-PRESENT-Z-00132
                 MOVE "ADD FOR ITEM ALREADY ON TABLE"
                    TO GAP-TEXT-Z-00142
              END-IF
           WHEN NOT STATE-PRESENT-Z-00132
              MOVE "CHANGE FOR ITEM NOT ON TABLE"
                 TO GAP-TEXT-Z-00142
           WHEN STATE-QTY-Z-00129 NOT = SRT-BEFORE-QTY-Z-00054
           OR STATE-STATUS-Z-00130 NOT = SRT-BEFORE-STATUS-Z-00055
              MOVE "BEFORE IMAGE DOES NOT MATCH" TO GAP-TEXT-Z-00142
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        IF GAP-TEXT-Z-00142 NOT = SPACES
           PERFORM PARA-0005-0005
        END-IF
        IF SRT-ACTION-Z-00053 = "DEL"
           MOVE "N" TO STATE-SWITCH-Z-00131
        ELSE
           MOVE SRT-AFTER-QTY-Z-00056 TO STATE-QTY-Z-00129
           MOVE SRT-AFTER-STATUS-Z-00057 TO STATE-STATUS-Z-00130
           MOVE "Y" TO STATE-SWITCH-Z-00131
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0005 SECTION .

        ADD 1 TO GAP-COUNT-Z-00124
        MOVE SRT-LINE-Z-00058 TO ED-LINE-Z-00139
        IF STATE-PRESENT-Z-00132
           MOVE STATE-QTY-Z-00129 TO ED-QTY-1-Z-00137
        ELSE
           MOVE ZERO TO ED-QTY-1-Z-00137
           MOVE SPACES TO STATE-STATUS-Z-00130
        END-IF
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "GAP AT LINE " DELIMITED BY SIZE
               ED-LINE-Z-00139 DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               SRT-ITEM-ID-Z-00049 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRT-ACTION-Z-00053 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GAP-TEXT-Z-00142 DELIMITED BY SIZE
               " HAD " DELIMITED BY SIZE
               ED-QTY-1-Z-00137 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STATE-STATUS-Z-00130 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        IF SNAP-LIMITED-Z-00172
           MOVE SPACES TO RPT-0001-Z-00034
           STRING "GAP: ARCHIVE RUN " DELIMITED BY SIZE
                  SNAP-DATE-Z-00102 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SNAP-TIME-Z-00103 DELIMITED BY SIZE
                  " IS ROWS LIMITED, NO COMPLETE ARCHIVED RUN FOUND"
                     DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00041
           PERFORM PARA-0003-0003
           ADD 1 TO GAP-COUNT-Z-00124
        END-IF
        EVALUATE TRUE
           WHEN IMG-MISSING-Z-00157
              MOVE SPACES TO RPT-0001-Z-00034
              STRING "GAP: TSTMNT.img UNAVAILABLE STATUS "
                        DELIMITED BY SIZE
                     IMG-FILE-STATUS-Z-00016 DELIMITED BY SIZE
                     ", NO CHANGES AFTER THE ARCHIVE REPLAYED"
                        DELIMITED BY SIZE
                 INTO RPT-TEXT-Z-00041
              PERFORM PARA-0003-0003
              ADD 1 TO GAP-COUNT-Z-00124
           WHEN FIRST-JRN-STAMP-Z-00119 = SPACES
              MOVE SPACES TO RPT-0001-Z-00034
              MOVE "GAP: TSTMNT.img HOLDS NO ENTRIES, CHANGES AFTER THE
      -            " ARCHIVE CANNOT BE CONFIRMED" TO RPT-TEXT-Z-00041
              PERFORM PARA-0003-0003
              ADD 1 TO GAP-COUNT-Z-00124
           WHEN FIRST-JRN-STAMP-Z-00119 > SNAP-STAMP-Z-00101
              MOVE SPACES TO RPT-0001-Z-00034
              STRING "GAP: TSTMNT.img BEGINS " DELIMITED BY SIZE
                     FIRST-JRN-DATE-Z-00104 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FIRST-JRN-TIME-Z-00158 DELIMITED BY SIZE
                     ", AFTER THE ARCHIVE RUN " DELIMITED BY SIZE
                     SNAP-DATE-Z-00102 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SNAP-TIME-Z-00103 DELIMITED BY SIZE
                 INTO RPT-TEXT-Z-00041
              PERFORM PARA-0003-0003
              ADD 1 TO GAP-COUNT-Z-00124
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        PERFORM PARA-0003-0004
        MOVE SNAP-COUNT-Z-00122 TO ED-COUNT-Z-00140
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "ARCHIVE RECORDS: " DELIMITED BY SIZE
               ED-COUNT-Z-00140 DELIMITED BY SIZE
               "  FROM: " DELIMITED BY SIZE
               SNAP-FILE-NAME-Z-00100 DELIMITED BY SPACE
               "  RUN: " DELIMITED BY SIZE
               SNAP-DATE-Z-00102 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNAP-TIME-Z-00103 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0005
        MOVE REPLAY-COUNT-Z-00123 TO ED-COUNT-Z-00140
        MOVE GAP-COUNT-Z-00124 TO ED-COUNT-2-Z-00159
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "CHANGES REPLAYED: " DELIMITED BY SIZE
               ED-COUNT-Z-00140 DELIMITED BY SIZE
               "  JOURNAL GAPS: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00159 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0005
        MOVE RBD-COUNT-Z-00125 TO ED-COUNT-Z-00140
        MOVE RBD-QTY-TOTAL-Z-00127 TO ED-TOTAL-Z-00141
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "REBUILT TABLE: " DELIMITED BY SIZE
               RBD-FILE-NAME-Z-00027 DELIMITED BY SPACE
               "  RECORDS: " DELIMITED BY SIZE
               ED-COUNT-Z-00140 DELIMITED BY SIZE
               "  QUANTITY: " DELIMITED BY SIZE
               ED-TOTAL-Z-00141 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0005
        IF DUP-COUNT-Z-00126 > ZERO
           MOVE DUP-COUNT-Z-00126 TO ED-COUNT-Z-00140
           MOVE SPACES TO RPT-0001-Z-00034
           STRING "DUPLICATE ITEM RECORDS CARRIED UNCHANGED: "
                     DELIMITED BY SIZE
                  ED-COUNT-Z-00140 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00041
           PERFORM PARA-0003-0005
        END-IF
        MOVE SPACES TO RPT-0001-Z-00034
        IF GAP-COUNT-Z-00124 = ZERO
           MOVE "REBUILD COMPLETE, JOURNAL CONTINUOUS FROM ARCHIVE TO TA
      -        "RGET" TO RPT-TEXT-Z-00041
        ELSE
           STRING "REBUILD INCOMPLETE, " DELIMITED BY SIZE
                  ED-COUNT-2-Z-00159 DELIMITED BY SIZE
                  " JOURNAL GAP(S) COULD NOT BE BRIDGED, SEE GAP LINES"
                     DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00041
        END-IF
        PERFORM PARA-0003-0005
        DISPLAY RPT-TEXT-Z-00041
        MOVE RBD-COUNT-Z-00125 TO RBD-AUD-Z-00147
        MOVE GAP-COUNT-Z-00124 TO GAP-AUD-Z-00148
        MOVE SPACES TO AUDIT-EVENT-Z-00143
        STRING "RBD " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               " RECS=" DELIMITED BY SIZE
               RBD-AUD-Z-00147 DELIMITED BY SIZE
               " GAPS=" DELIMITED BY SIZE
               GAP-AUD-Z-00148 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00075 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00143
        MOVE SPACES TO AUDIT-STAT-Z-00144
        PERFORM PARA-0001-0006
        IF GAP-COUNT-Z-00124 > ZERO
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTRBD journal gap, rebuild incomplete."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00145
           MOVE SPACES TO ALERT-TEXT-Z-00146
           STRING "REBUILD OF TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00074 DELIMITED BY SPACE
                  " INCOMPLETE, JOURNAL GAPS " DELIMITED BY SIZE
                  GAP-AUD-Z-00148 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00146
           PERFORM PARA-0001-0009
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        MOVE BACK-DAYS-Z-00079 TO DAYS-BACK-TEXT-Z-00093
        MOVE SPACES TO RPT-0001-Z-00034
        STRING "NO ARCHIVED RUN OF TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               " AT OR BEFORE " DELIMITED BY SIZE
               TARGET-DATE-Z-00077 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TARGET-TIME-Z-00078 DELIMITED BY SIZE
               " WITHIN " DELIMITED BY SIZE
               DAYS-BACK-TEXT-Z-00093 DELIMITED BY SIZE
               " DAYS, NOTHING REBUILT" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00041
        PERFORM PARA-0003-0003
        DISPLAY RPT-TEXT-Z-00041
        PERFORM PARA-0003-0004
        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTRBD no archive to rebuild from." & X"00"
        MOVE "W" TO ALERT-SEV-Z-00145
        MOVE SPACES TO ALERT-TEXT-Z-00146
        STRING "REBUILD OF TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               " FAILED, NO ARCHIVED RUN FOUND" DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00146
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00143
        STRING "RBD " DELIMITED BY SIZE
               TABLE-NAME-Z-00074 DELIMITED BY SPACE
               " FAIL NOARC" DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00143
        MOVE SPACES TO AUDIT-STAT-Z-00144
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.
