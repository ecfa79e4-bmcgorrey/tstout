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
       PROGRAM-ID. TSTPRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT OLD-FILE ASSIGN TO OLD-FILE-NAME-Z-00003
           FILE STATUS OLD-FILE-STATUS-Z-00004.
        SELECT PRD-FILE ASSIGN TO "DBPATH/TSTPRD.ctl"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PRD-PERIOD-Z-00005
           FILE STATUS PRD-FILE-STATUS-Z-00006.
        SELECT BAL-FILE ASSIGN TO BAL-FILE-NAME-Z-00007
           FILE STATUS BAL-FILE-STATUS-Z-00008.
        SELECT CTL-FILE ASSIGN TO CTL-FILE-NAME-Z-00009
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS CTL-FILE-STATUS-Z-00010.
        SELECT SUP-FILE ASSIGN TO "DBPATH/TSTOUT.sup"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SUP-FILE-STATUS-Z-00011.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTPRD.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00012.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00013
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00014.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00015.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-FILE.
       01 OLD-0001-Z-00016.
          02 OLD-REC-TYPE-Z-00017 PIC X(1).
             88 OLD-HEADER-RECORD-Z-00018 VALUE "H".
             88 OLD-DETAIL-RECORD-Z-00019 VALUE "D".
             88 OLD-SUBTOTAL-RECORD-Z-00020 VALUE "B".
          02 OLD-NAME-0002-Z-00021 PIC X(1).
          02 OLD-BODY-Z-00022.
             03 OLD-ITEM-ID-Z-00023 PIC X(15).
             03 OLD-ITEM-QTY-Z-00024 PIC S9(8)V99.
             03 OLD-ITEM-STATUS-Z-00025 PIC X(1).
             03 FILLER PIC X(74).
          02 OLD-TEXT-Z-00026 REDEFINES OLD-BODY-Z-00022 PIC X(100).
          02 OLD-NULL-TERM-Z-00027 PIC X(1).

       FD  PRD-FILE.
       01 PRD-0001-Z-00028.
          02 PRD-PERIOD-Z-00005 PIC X(6).
          02 PRD-STATE-Z-00029 PIC X(1).
             88 PRD-CLOSED-Z-00030 VALUE "C".
             88 PRD-REOPENED-Z-00031 VALUE "O".
          02 PRD-CLOSE-DATE-Z-00032 PIC X(8).
          02 PRD-CLOSE-TIME-Z-00033 PIC X(6).
          02 PRD-CLOSE-BY-Z-00034 PIC X(3).
          02 PRD-REOPEN-DATE-Z-00035 PIC X(8).
          02 PRD-REOPEN-TIME-Z-00036 PIC X(6).
          02 PRD-REOPEN-BY-Z-00037 PIC X(3).
          02 PRD-REOPEN-SUP-Z-00038 PIC X(3).
          02 PRD-REOPEN-COUNT-Z-00039 PIC 9(3).
          02 PRD-TABLE-COUNT-Z-00040 PIC 9(4).
          02 PRD-ITEM-COUNT-Z-00041 PIC 9(8).
          02 PRD-QTY-TOTAL-Z-00042 PIC S9(12)V99.
          02 PRD-ARC-COUNT-Z-00043 PIC 9(2).
          02 PRD-ARC-NAME-Z-00044 OCCURS 10 PIC X(40).
          02 FILLER PIC X(20).

       FD  BAL-FILE.
       01 BAL-0001-Z-00045.
          02 BAL-REC-TYPE-Z-00046 PIC X(1).
             88 BAL-HEADER-RECORD-Z-00047 VALUE "H".
             88 BAL-DETAIL-RECORD-Z-00048 VALUE "D".
             88 BAL-TABLE-RECORD-Z-00049 VALUE "T".
             88 BAL-GRAND-RECORD-Z-00050 VALUE "G".
          02 BAL-PERIOD-Z-00051 PIC X(6).
          02 BAL-TABLE-Z-00052 PIC X(7).
          02 BAL-BODY-Z-00053.
             03 BAL-ITEM-ID-Z-00054 PIC X(15).
             03 BAL-ITEM-QTY-Z-00055 PIC S9(8)V99.
             03 BAL-ITEM-STATUS-Z-00056 PIC X(1).
             03 FILLER PIC X(60).
          02 BAL-TBL-BODY-Z-00057 REDEFINES BAL-BODY-Z-00053.
             03 BAL-ARCHIVE-Z-00058 PIC X(40).
             03 BAL-RUN-DATE-Z-00059 PIC X(8).
             03 BAL-RUN-TIME-Z-00060 PIC X(6).
             03 BAL-TBL-COUNT-Z-00061 PIC 9(8).
             03 BAL-TBL-QTY-Z-00062 PIC S9(10)V99.
             03 FILLER PIC X(12).
          02 BAL-CTL-BODY-Z-00063 REDEFINES BAL-BODY-Z-00053.
             03 BAL-CTL-TABLES-Z-00064 PIC 9(4).
             03 BAL-CTL-COUNT-Z-00065 PIC 9(8).
             03 BAL-CTL-QTY-Z-00066 PIC S9(12)V99.
             03 BAL-CTL-DATE-Z-00067 PIC X(8).
             03 BAL-CTL-TIME-Z-00068 PIC X(6).
             03 BAL-CTL-BY-Z-00069 PIC X(3).
             03 FILLER PIC X(43).

       FD  CTL-FILE.
       01 CTL-0001-Z-00070 PIC X(80).

       FD  SUP-FILE.
       01 SUP-0001-Z-00071.
          02 SUP-INITIALS-Z-00072 PIC X(3).
          02 FILLER PIC X(77).

       FD  RPT-FILE.
       01 RPT-0001-Z-00073.
          02 RPT-REC-TYPE-Z-00074 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00075 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00076 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00077 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00078 VALUE "S".
          02 RPT-NAME-0002-Z-00079 PIC X(1).
          02 RPT-TEXT-Z-00080 PIC X(100).
          02 RPT-NULL-TERM-Z-00081 PIC X(1).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00082 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00083 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 OLD-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 OLD-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 OLD-OPEN-OK-Z-00084 VALUE "00".
       01 PRD-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 PRD-OPEN-OK-Z-00085 VALUE "00".
          88 PRD-NOT-FOUND-Z-00086 VALUE "35".
       01 BAL-FILE-NAME-Z-00007 PIC X(40) VALUE SPACES.
       01 BAL-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 BAL-OPEN-OK-Z-00087 VALUE "00".
       01 BAL-KEEP-NAME-Z-00088 PIC X(40) VALUE SPACES.
       01 CTL-FILE-NAME-Z-00009 PIC X(40) VALUE SPACES.
       01 CTL-FILE-STATUS-Z-00010 PIC X(2) VALUE SPACES.
          88 CTL-OPEN-OK-Z-00089 VALUE "00".
       01 SUP-FILE-STATUS-Z-00011 PIC X(2) VALUE SPACES.
          88 SUP-OPEN-OK-Z-00090 VALUE "00".
       01 RPT-FILE-STATUS-Z-00012 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00091 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00013 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00014 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00092 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00015 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00093 VALUE "00".
       01 PROGRAM-ID-Z-00094 PIC X(10) VALUE "TSTPRD".
       01 COMMAND-Z-00095.
          02 COMMAND-KEY-Z-00096 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00097 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00098 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00099 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00100 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00101 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00102 PIC X(6) VALUE ZERO.
       01 AUDIT-EVENT-Z-00103 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00104 PIC X(2) VALUE SPACES.
       01 ALERT-SEV-Z-00105 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00106 PIC X(80) VALUE SPACES.
       01 OPERATOR-ID-Z-00107 PIC X(3) VALUE SPACES.
       01 SUPERVISOR-ID-Z-00108 PIC X(3) VALUE SPACES.
       01 TABLE-NAME-Z-00109 PIC X(7) VALUE SPACES.
       01 LIST-NAME-Z-00110 PIC X(16) VALUE SPACES.
       01 LIST-SWITCH-Z-00111 PIC X(1) VALUE "N".
          88 LIST-REQUESTED-Z-00112 VALUE "Y".
       01 CTL-EOF-SWITCH-Z-00113 PIC X(1) VALUE "N".
          88 CTL-EOF-Z-00114 VALUE "Y".
       01 CTL-TABLE-TOKEN-Z-00115 PIC X(30) VALUE SPACES.
       01 CTL-OPTION-TOKEN-Z-00116 PIC X(30) VALUE SPACES.
       01 SUP-EOF-SWITCH-Z-00117 PIC X(1) VALUE "N".
          88 SUP-EOF-Z-00118 VALUE "Y".
       01 SUP-FOUND-SWITCH-Z-00119 PIC X(1) VALUE "N".
          88 SUP-FOUND-Z-00120 VALUE "Y".
       01 PERIOD-Z-00121.
          02 PERIOD-YEAR-Z-00122 PIC 9(4).
          02 PERIOD-MONTH-Z-00123 PIC 9(2).
       01 PERIOD-TEXT-Z-00124 REDEFINES PERIOD-Z-00121 PIC X(6).
       01 PERIOD-START-Z-00125 PIC X(8) VALUE SPACES.
       01 PERIOD-END-Z-00126 PIC X(8) VALUE SPACES.
       01 WORK-DATE-Z-00127.
          02 WORK-YEAR-Z-00128 PIC 9(4).
          02 WORK-MONTH-Z-00129 PIC 9(2).
          02 WORK-DAY-Z-00130 PIC 9(2).
       01 MONTH-DAYS-Z-00131 PIC 9(2) VALUE ZERO.
       01 LEAP-QUOT-Z-00132 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-REM-Z-00133 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-SWITCH-Z-00134 PIC X(1) VALUE "N".
          88 LEAP-YEAR-Z-00135 VALUE "Y".
       01 ROWS-SOURCE-Z-00136 PIC X(8) VALUE SPACES.
       01 ROWS-TEXT-Z-00137 PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01 ROWS-NUM-Z-00138 PIC 9(8) VALUE ZERO.
       01 ROWS-POINTER-Z-00139 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 OLD-EOF-SWITCH-Z-00140 PIC X(1) VALUE "N".
          88 OLD-EOF-Z-00141 VALUE "Y".
       01 PRD-EOF-SWITCH-Z-00142 PIC X(1) VALUE "N".
          88 PRD-EOF-Z-00143 VALUE "Y".
       01 PRD-NEW-SWITCH-Z-00144 PIC X(1) VALUE "N".
          88 PRD-NEW-Z-00145 VALUE "Y".
       01 PRD-ACCESS-SWITCH-Z-00146 PIC X(1) VALUE "N".
          88 PRD-ACCESS-OK-Z-00147 VALUE "Y".
       01 SNAP-FOUND-SWITCH-Z-00148 PIC X(1) VALUE "N".
          88 SNAP-FOUND-Z-00149 VALUE "Y".
       01 SNAP-FILE-NAME-Z-00150 PIC X(40) VALUE SPACES.
       01 SNAP-STAMP-Z-00151.
          02 SNAP-DATE-Z-00152 PIC X(8) VALUE SPACES.
          02 SNAP-TIME-Z-00153 PIC X(6) VALUE SPACES.
       01 HDR-TOKEN-TABLE-Z-00154.
          02 HDR-TOKEN-Z-00155 OCCURS 12 PIC X(30).
       01 CUR-TABLE-Z-00156 PIC X(30) VALUE SPACES.
       01 CUR-STAMP-Z-00157.
          02 CUR-DATE-Z-00158 PIC X(8) VALUE SPACES.
          02 CUR-TIME-Z-00159 PIC X(6) VALUE SPACES.
       01 CUR-MATCH-SWITCH-Z-00160 PIC X(1) VALUE "N".
          88 CUR-MATCH-Z-00161 VALUE "Y".
       01 SUBTOTAL-SEEN-SWITCH-Z-00162 PIC X(1) VALUE "N".
          88 SUBTOTAL-SEEN-Z-00163 VALUE "Y".
       01 SUBTOTAL-COUNT-Z-00164 PIC S9(8) VALUE ZERO.
       01 TABLE-FAIL-TEXT-Z-00165 PIC X(40) VALUE SPACES.
       01 TBL-COUNT-Z-00166 PIC S9(8) VALUE ZERO.
       01 TBL-QTY-Z-00167 PIC S9(10)V99 VALUE ZERO.
       01 TBL-ACTIVE-Z-00168 PIC S9(8) VALUE ZERO.
       01 TBL-HOLD-Z-00169 PIC S9(8) VALUE ZERO.
       01 TBL-ERROR-Z-00170 PIC S9(8) VALUE ZERO.
       01 TBL-INVALID-Z-00171 PIC S9(8) VALUE ZERO.
       01 TABLE-COUNT-Z-00172 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 FAIL-COUNT-Z-00173 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 GRAND-COUNT-Z-00174 PIC S9(8) VALUE ZERO.
       01 GRAND-QTY-Z-00175 PIC S9(12)V99 VALUE ZERO.
       01 DEP-COUNT-Z-00176 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 DEP-MAX-Z-00177 PIC S9(4) USAGE COMP-5 VALUE 10.
       01 DEP-TABLE-Z-00178.
          02 DEP-NAME-Z-00179 OCCURS 10 PIC X(40).
       01 DEP-SUB-Z-00180 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 DEP-FOUND-SWITCH-Z-00181 PIC X(1) VALUE "N".
          88 DEP-FOUND-Z-00182 VALUE "Y".
       01 RENAME-STATUS-Z-00183 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 DELETE-STATUS-Z-00184 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 REOPEN-NUM-Z-00185 PIC 9(3) VALUE ZERO.
       01 REFUSE-TEXT-Z-00186 PIC X(50) VALUE SPACES.
       01 ED-QTY-Z-00187 PIC Z(11)9.99-.
       01 ED-COUNT-Z-00188 PIC Z(7)9.
       01 ED-COUNT-2-Z-00189 PIC Z(7)9.
       01 ED-COUNT-3-Z-00190 PIC Z(7)9.
       01 ED-COUNT-4-Z-00191 PIC Z(7)9.
       01 TABLES-AUD-Z-00192 PIC 9(3) VALUE ZERO.
       01 LINE-HOLD-Z-00193 PIC X(103) VALUE SPACES.
       01 PAGE-NUM-Z-00194 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00195 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00196 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00197 PIC Z(7)9.
       01 PBLK-Z-00198 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00199 REDEFINES PBLK-Z-00198 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 PEND-FOUND-SWITCH-Z-00200 PIC X(1) VALUE "N".
          88 PEND-FOUND-Z-00201 VALUE "Y".
       01 PEND-LIMITED-SWITCH-Z-00202 PIC X(1) VALUE "N".
          88 PEND-LIMITED-Z-00203 VALUE "Y".
       01 PEND-STAMP-Z-00204 PIC X(14) VALUE SPACES.
       01 LIMIT-TALLY-Z-00205 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 LIMIT-FOUND-SWITCH-Z-00206 PIC X(1) VALUE "N".
          88 LIMIT-FOUND-Z-00207 VALUE "Y".

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTPRD(tstprd - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00095 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00101 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00102 FROM  TIME
        IF COMMAND-KEY-Z-00096 = SPACES
           MOVE "STATUS" TO COMMAND-KEY-Z-00096
        END-IF
        MOVE CURRENT-DATE-Z-00101 TO WORK-DATE-Z-00127
        MOVE 1 TO WORK-DAY-Z-00130
        PERFORM PARA-0002-0003
        MOVE WORK-DATE-Z-00127 (1:6) TO PERIOD-TEXT-Z-00124
        PERFORM PARA-0001-0003
        EVALUATE TRUE
           WHEN COMMAND-KEY-Z-00096 (1:5) = "CLOSE"
              CONTINUE
           WHEN COMMAND-KEY-Z-00096 (1:6) = "REOPEN"
              CONTINUE
           WHEN COMMAND-KEY-Z-00096 (1:6) = "STATUS"
              CONTINUE
           WHEN OTHER
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTPRD unknown COMMAND-KEY, using STATUS."
                  & X"00"
              MOVE "STATUS" TO COMMAND-KEY-Z-00096
        END-EVALUATE
        MOVE SPACES TO AUDIT-EVENT-Z-00103
        STRING "START " DELIMITED BY SIZE
               COMMAND-KEY-Z-00096 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006
        IF PERIOD-TEXT-Z-00124 IS NOT NUMERIC
        OR PERIOD-MONTH-Z-00123 < 1
        OR PERIOD-MONTH-Z-00123 > 12
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTPRD PERIOD= must be yyyymm, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00103
           MOVE SPACES TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        IF COMMAND-KEY-Z-00096 (1:6) NOT = "STATUS"
        AND OPERATOR-ID-Z-00107 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTPRD no operator initials, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00103
           MOVE SPACES TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0003-0001
        EVALUATE TRUE
           WHEN COMMAND-KEY-Z-00096 (1:5) = "CLOSE"
              PERFORM PARA-0004-0001
           WHEN COMMAND-KEY-Z-00096 (1:6) = "REOPEN"
              PERFORM PARA-0005-0001
           WHEN OTHER
              PERFORM PARA-0006-0001
        END-EVALUATE
        CLOSE RPT-FILE
        MOVE "FINISH" TO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTPRD(tstprd)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00098
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00100
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00098 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00100 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00099
        UNSTRING COMMAND-PARAMS-Z-00097 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00099
           WITH POINTER SWITCH-POINTER-Z-00098
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00100
        IF SWITCH-TOKEN-Z-00099 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00099 (1:7) = "PERIOD="
              MOVE SWITCH-TOKEN-Z-00099 (8:6) TO PERIOD-TEXT-Z-00124
           WHEN SWITCH-TOKEN-Z-00099 (1:4) = "TBL="
              MOVE SWITCH-TOKEN-Z-00099 (5:7) TO TABLE-NAME-Z-00109
           WHEN SWITCH-TOKEN-Z-00099 (1:5) = "LIST="
              MOVE SWITCH-TOKEN-Z-00099 (6:16) TO LIST-NAME-Z-00110
              IF LIST-NAME-Z-00110 NOT = SPACES
                 MOVE "Y" TO LIST-SWITCH-Z-00111
              END-IF
           WHEN SWITCH-TOKEN-Z-00099 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00099 (4:3) TO OPERATOR-ID-Z-00107
           WHEN SWITCH-TOKEN-Z-00099 (1:4) = "SUP="
              MOVE SWITCH-TOKEN-Z-00099 (5:3) TO SUPERVISOR-ID-Z-00108
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0008 SECTION .

        MOVE SPACES TO ROWS-TEXT-Z-00137
        MOVE ZERO TO ROWS-NUM-Z-00138
        MOVE 1 TO ROWS-POINTER-Z-00139
        UNSTRING ROWS-SOURCE-Z-00136 DELIMITED BY SPACE
           INTO ROWS-TEXT-Z-00137
           WITH POINTER ROWS-POINTER-Z-00139
        END-UNSTRING
        INSPECT ROWS-TEXT-Z-00137
           REPLACING LEADING SPACE BY ZERO
        IF ROWS-TEXT-Z-00137 IS NUMERIC
           MOVE ROWS-TEXT-Z-00137 TO ROWS-NUM-Z-00138
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00101 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00102 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00013
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00101 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00013
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00092
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00092
           MOVE SPACES TO AUDIT-0001-Z-00082
           STRING CURRENT-DATE-Z-00101 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00102 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00094 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00103 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00104 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00082
           WRITE AUDIT-0001-Z-00082
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00101 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00102 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00093
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00093
           MOVE SPACES TO ALERT-0001-Z-00083
           STRING CURRENT-DATE-Z-00101 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00102 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00094 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00105 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00106 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00083
           WRITE ALERT-0001-Z-00083
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE "N" TO SNAP-FOUND-SWITCH-Z-00148
        MOVE SPACES TO SNAP-STAMP-Z-00151
        MOVE SPACES TO SNAP-FILE-NAME-Z-00150
        MOVE "N" TO LIMIT-FOUND-SWITCH-Z-00206
        MOVE CURRENT-DATE-Z-00101 TO WORK-DATE-Z-00127
        PERFORM PARA-0002-0002
           UNTIL WORK-DATE-Z-00127 < PERIOD-START-Z-00125
        MOVE "DBPATH/TSTOUT.rpt" TO OLD-FILE-NAME-Z-00003
        PERFORM PARA-0002-0005 .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        MOVE SPACES TO OLD-FILE-NAME-Z-00003
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               WORK-DATE-Z-00127 DELIMITED BY SIZE
               ".old" DELIMITED BY SIZE
           INTO OLD-FILE-NAME-Z-00003
        PERFORM PARA-0002-0005
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        IF WORK-DAY-Z-00130 > 1
           SUBTRACT 1 FROM WORK-DAY-Z-00130
           GO TO EXITPARA
        END-IF
        IF WORK-MONTH-Z-00129 > 1
           SUBTRACT 1 FROM WORK-MONTH-Z-00129
        ELSE
           MOVE 12 TO WORK-MONTH-Z-00129
           SUBTRACT 1 FROM WORK-YEAR-Z-00128
        END-IF
        PERFORM PARA-0002-0004
        MOVE MONTH-DAYS-Z-00131 TO WORK-DAY-Z-00130 .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        MOVE "N" TO LEAP-SWITCH-Z-00134
        DIVIDE WORK-YEAR-Z-00128 BY 4 GIVING LEAP-QUOT-Z-00132
           REMAINDER LEAP-REM-Z-00133
        IF LEAP-REM-Z-00133 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00134
        END-IF
        DIVIDE WORK-YEAR-Z-00128 BY 100 GIVING LEAP-QUOT-Z-00132
           REMAINDER LEAP-REM-Z-00133
        IF LEAP-REM-Z-00133 = ZERO
           MOVE "N" TO LEAP-SWITCH-Z-00134
        END-IF
        DIVIDE WORK-YEAR-Z-00128 BY 400 GIVING LEAP-QUOT-Z-00132
           REMAINDER LEAP-REM-Z-00133
        IF LEAP-REM-Z-00133 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00134
        END-IF
        EVALUATE WORK-MONTH-Z-00129
           WHEN 02
              IF LEAP-YEAR-Z-00135
                 MOVE 29 TO MONTH-DAYS-Z-00131
              ELSE
                 MOVE 28 TO MONTH-DAYS-Z-00131
              END-IF
           WHEN 04 MOVE 30 TO MONTH-DAYS-Z-00131
           WHEN 06 MOVE 30 TO MONTH-DAYS-Z-00131
           WHEN 09 MOVE 30 TO MONTH-DAYS-Z-00131
           WHEN 11 MOVE 30 TO MONTH-DAYS-Z-00131
           WHEN OTHER MOVE 31 TO MONTH-DAYS-Z-00131
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0002-0005 SECTION .

        OPEN INPUT OLD-FILE
        IF NOT OLD-OPEN-OK-Z-00084
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PEND-FOUND-SWITCH-Z-00200
        MOVE "N" TO OLD-EOF-SWITCH-Z-00140
        PERFORM PARA-0002-0006
           UNTIL OLD-EOF-Z-00141
        CLOSE OLD-FILE .

       EXITPARA.
       EXIT.

       PARA-0002-0006 SECTION .

        READ OLD-FILE
           AT END
              PERFORM PARA-0002-0008
              SET OLD-EOF-Z-00141 TO TRUE
              GO TO EXITPARA
        END-READ
        IF OLD-SUBTOTAL-RECORD-Z-00020
           IF PEND-FOUND-Z-00201
              MOVE ZERO TO LIMIT-TALLY-Z-00205
              INSPECT OLD-TEXT-Z-00026 TALLYING LIMIT-TALLY-Z-00205
                 FOR ALL "ROWS LIMITED"
              IF LIMIT-TALLY-Z-00205 > ZERO
                 MOVE "Y" TO PEND-LIMITED-SWITCH-Z-00202
              END-IF
           END-IF
           GO TO EXITPARA
        END-IF
        IF NOT OLD-HEADER-RECORD-Z-00018
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0007
        IF PEND-FOUND-Z-00201
        AND CUR-TABLE-Z-00156 = TABLE-NAME-Z-00109
        AND CUR-STAMP-Z-00157 = PEND-STAMP-Z-00204
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0008
        IF CUR-TABLE-Z-00156 = TABLE-NAME-Z-00109
        AND CUR-DATE-Z-00158 NOT < PERIOD-START-Z-00125
        AND CUR-DATE-Z-00158 NOT > PERIOD-END-Z-00126
           MOVE CUR-STAMP-Z-00157 TO PEND-STAMP-Z-00204
           MOVE "Y" TO PEND-FOUND-SWITCH-Z-00200
           MOVE "N" TO PEND-LIMITED-SWITCH-Z-00202
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0008 SECTION .

        IF NOT PEND-FOUND-Z-00201
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PEND-FOUND-SWITCH-Z-00200
        IF PEND-LIMITED-Z-00203
           MOVE "Y" TO LIMIT-FOUND-SWITCH-Z-00206
           GO TO EXITPARA
        END-IF
        IF PEND-STAMP-Z-00204 > SNAP-STAMP-Z-00151
           MOVE PEND-STAMP-Z-00204 TO SNAP-STAMP-Z-00151
           MOVE OLD-FILE-NAME-Z-00003 TO SNAP-FILE-NAME-Z-00150
           MOVE "Y" TO SNAP-FOUND-SWITCH-Z-00148
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0007 SECTION .

        MOVE SPACES TO HDR-TOKEN-TABLE-Z-00154
        UNSTRING OLD-TEXT-Z-00026 DELIMITED BY ALL " "
           INTO HDR-TOKEN-Z-00155 (1), HDR-TOKEN-Z-00155 (2),
                HDR-TOKEN-Z-00155 (3), HDR-TOKEN-Z-00155 (4),
                HDR-TOKEN-Z-00155 (5), HDR-TOKEN-Z-00155 (6),
                HDR-TOKEN-Z-00155 (7), HDR-TOKEN-Z-00155 (8),
                HDR-TOKEN-Z-00155 (9), HDR-TOKEN-Z-00155 (10)
        END-UNSTRING
        MOVE SPACES TO CUR-TABLE-Z-00156
        MOVE SPACES TO CUR-STAMP-Z-00157
        IF HDR-TOKEN-Z-00155 (2) = "TABLE:"
        AND HDR-TOKEN-Z-00155 (5) = "DATE:"
        AND HDR-TOKEN-Z-00155 (8) = "TIME:"
           MOVE HDR-TOKEN-Z-00155 (3) TO CUR-TABLE-Z-00156
           MOVE HDR-TOKEN-Z-00155 (6) (1:8) TO CUR-DATE-Z-00158
           MOVE HDR-TOKEN-Z-00155 (9) (1:6) TO CUR-TIME-Z-00159
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00091
           MOVE "ABORT" TO AUDIT-EVENT-Z-00103
           MOVE RPT-FILE-STATUS-Z-00012 TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTPRD(tstprd)."
               & X"00"
           MOVE 35 TO PBLK-Z-00199 (2)
           MOVE 2 TO PBLK-Z-00199 (3)
           MOVE 2 TO PBLK-Z-00199 (1)
           CALL "ABORT" USING PBLK-Z-00198,
              " ABORT - Accessing TSTPRD listing. (tstprd 1)",
              RPT-FILE-STATUS-Z-00012
        END-IF
        PERFORM PARA-0003-0002 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        ADD 1 TO PAGE-NUM-Z-00194
        MOVE ZERO TO LINE-NUM-Z-00195
        MOVE PAGE-NUM-Z-00194 TO PAGE-NUM-ED-Z-00197
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-HEADER-RECORD-Z-00075 TO TRUE
        STRING "TSTPRD.rpt  PERIOD " DELIMITED BY SIZE
               COMMAND-KEY-Z-00096 DELIMITED BY SPACE
               "  PERIOD: " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00101 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00102 DELIMITED BY SIZE
               "  OP: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00197 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        WRITE RPT-0001-Z-00073
        ADD 1 TO LINE-NUM-Z-00195 .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        IF LINE-NUM-Z-00195 >= PAGECHK-Z-00196
           MOVE RPT-0001-Z-00073 TO LINE-HOLD-Z-00193
           PERFORM PARA-0003-0002
           MOVE LINE-HOLD-Z-00193 TO RPT-0001-Z-00073
        END-IF
        WRITE RPT-0001-Z-00073
        ADD 1 TO LINE-NUM-Z-00195 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        IF PERIOD-TEXT-Z-00124 NOT < CURRENT-DATE-Z-00101 (1:6)
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTPRD period has not ended, close refused."
               & X"00"
           MOVE SPACES TO AUDIT-EVENT-Z-00103
           STRING "PRD CLOSE " DELIMITED BY SIZE
                  PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
                  " REFUSED NOT ENDED" DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00103
           MOVE SPACES TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0007-0001
        MOVE "N" TO PRD-NEW-SWITCH-Z-00144
        MOVE PERIOD-TEXT-Z-00124 TO PRD-PERIOD-Z-00005
        READ PRD-FILE
           INVALID KEY
              MOVE "Y" TO PRD-NEW-SWITCH-Z-00144
        END-READ
        IF NOT PRD-NEW-Z-00145
        AND PRD-CLOSED-Z-00030
           CLOSE PRD-FILE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTPRD period is already closed."
               & X"00"
           MOVE SPACES TO RPT-0001-Z-00073
           SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
           STRING "PERIOD " DELIMITED BY SIZE
                  PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
                  " ALREADY CLOSED ON " DELIMITED BY SIZE
                  PRD-CLOSE-DATE-Z-00032 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PRD-CLOSE-BY-Z-00034 DELIMITED BY SIZE
                  ", NOTHING DONE" DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
           PERFORM PARA-0003-0003
           MOVE SPACES TO AUDIT-EVENT-Z-00103
           STRING "PRD CLOSE " DELIMITED BY SIZE
                  PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
                  " REFUSED CLOSED" DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00103
           MOVE SPACES TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE PERIOD-YEAR-Z-00122 TO WORK-YEAR-Z-00128
        MOVE PERIOD-MONTH-Z-00123 TO WORK-MONTH-Z-00129
        MOVE 1 TO WORK-DAY-Z-00130
        MOVE WORK-DATE-Z-00127 TO PERIOD-START-Z-00125
        PERFORM PARA-0002-0004
        MOVE MONTH-DAYS-Z-00131 TO WORK-DAY-Z-00130
        MOVE WORK-DATE-Z-00127 TO PERIOD-END-Z-00126
        MOVE SPACES TO BAL-FILE-NAME-Z-00007
        STRING "DBPATH/TSTPRD" DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               ".bal" DELIMITED BY SIZE
           INTO BAL-FILE-NAME-Z-00007
        OPEN OUTPUT BAL-FILE
        IF NOT BAL-OPEN-OK-Z-00087
           CLOSE PRD-FILE
           MOVE "ABORT" TO AUDIT-EVENT-Z-00103
           MOVE BAL-FILE-STATUS-Z-00008 TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTPRD(tstprd)."
               & X"00"
           MOVE 35 TO PBLK-Z-00199 (2)
           MOVE 2 TO PBLK-Z-00199 (3)
           MOVE 2 TO PBLK-Z-00199 (1)
           CALL "ABORT" USING PBLK-Z-00198,
              " ABORT - Accessing period balance file. (tstprd 2)",
              BAL-FILE-STATUS-Z-00008
        END-IF
        MOVE SPACES TO BAL-0001-Z-00045
        SET BAL-HEADER-RECORD-Z-00047 TO TRUE
        MOVE PERIOD-TEXT-Z-00124 TO BAL-PERIOD-Z-00051
        MOVE ZERO TO BAL-CTL-TABLES-Z-00064
        MOVE ZERO TO BAL-CTL-COUNT-Z-00065
        MOVE ZERO TO BAL-CTL-QTY-Z-00066
        MOVE CURRENT-DATE-Z-00101 TO BAL-CTL-DATE-Z-00067
        MOVE CURRENT-TIME-Z-00102 TO BAL-CTL-TIME-Z-00068
        MOVE OPERATOR-ID-Z-00107 TO BAL-CTL-BY-Z-00069
        WRITE BAL-0001-Z-00045
        MOVE ZERO TO TABLE-COUNT-Z-00172
        MOVE ZERO TO FAIL-COUNT-Z-00173
        MOVE ZERO TO GRAND-COUNT-Z-00174
        MOVE ZERO TO GRAND-QTY-Z-00175
        MOVE ZERO TO DEP-COUNT-Z-00176
        MOVE SPACES TO DEP-TABLE-Z-00178
        IF LIST-REQUESTED-Z-00112
           PERFORM PARA-0004-0002
        ELSE
           IF TABLE-NAME-Z-00109 = SPACES
              MOVE "DEFAULT" TO TABLE-NAME-Z-00109
           END-IF
           PERFORM PARA-0004-0003
        END-IF
        IF TABLE-COUNT-Z-00172 = ZERO
           ADD 1 TO FAIL-COUNT-Z-00173
           MOVE SPACES TO RPT-0001-Z-00073
           SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
           MOVE "NO TABLES NAMED IN THE CONTROL LIST"
              TO RPT-TEXT-Z-00080
           PERFORM PARA-0003-0003
        END-IF
        IF FAIL-COUNT-Z-00173 > ZERO
           PERFORM PARA-0004-0008
        END-IF
        MOVE SPACES TO BAL-0001-Z-00045
        SET BAL-GRAND-RECORD-Z-00050 TO TRUE
        MOVE PERIOD-TEXT-Z-00124 TO BAL-PERIOD-Z-00051
        MOVE TABLE-COUNT-Z-00172 TO BAL-CTL-TABLES-Z-00064
        MOVE GRAND-COUNT-Z-00174 TO BAL-CTL-COUNT-Z-00065
        MOVE GRAND-QTY-Z-00175 TO BAL-CTL-QTY-Z-00066
        MOVE CURRENT-DATE-Z-00101 TO BAL-CTL-DATE-Z-00067
        MOVE CURRENT-TIME-Z-00102 TO BAL-CTL-TIME-Z-00068
        MOVE OPERATOR-ID-Z-00107 TO BAL-CTL-BY-Z-00069
        WRITE BAL-0001-Z-00045
        CLOSE BAL-FILE
        PERFORM PARA-0004-0007 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        MOVE SPACES TO CTL-FILE-NAME-Z-00009
        STRING "DBPATH/" DELIMITED BY SIZE
               LIST-NAME-Z-00110 DELIMITED BY SPACE
           INTO CTL-FILE-NAME-Z-00009
        OPEN INPUT CTL-FILE
        IF NOT CTL-OPEN-OK-Z-00089
           ADD 1 TO FAIL-COUNT-Z-00173
           MOVE SPACES TO RPT-0001-Z-00073
           SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
           STRING "CONTROL LIST " DELIMITED BY SIZE
                  CTL-FILE-NAME-Z-00009 DELIMITED BY SPACE
                  " NOT AVAILABLE  STATUS " DELIMITED BY SIZE
                  CTL-FILE-STATUS-Z-00010 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
           PERFORM PARA-0003-0003
           GO TO EXITPARA
        END-IF
        MOVE "N" TO CTL-EOF-SWITCH-Z-00113
        PERFORM PARA-0004-0009
           UNTIL CTL-EOF-Z-00114
        CLOSE CTL-FILE .

       EXITPARA.
       EXIT.

       PARA-0004-0009 SECTION .

        READ CTL-FILE
           AT END
              MOVE "Y" TO CTL-EOF-SWITCH-Z-00113
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO CTL-TABLE-TOKEN-Z-00115
        MOVE SPACES TO CTL-OPTION-TOKEN-Z-00116
        UNSTRING CTL-0001-Z-00070 DELIMITED BY ALL " "
           INTO CTL-TABLE-TOKEN-Z-00115, CTL-OPTION-TOKEN-Z-00116
        END-UNSTRING
        IF CTL-TABLE-TOKEN-Z-00115 = SPACES
        OR CTL-TABLE-TOKEN-Z-00115 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        MOVE CTL-TABLE-TOKEN-Z-00115 (1:7) TO TABLE-NAME-Z-00109
        PERFORM PARA-0004-0003 .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        ADD 1 TO TABLE-COUNT-Z-00172
        MOVE SPACES TO TABLE-FAIL-TEXT-Z-00165
        MOVE ZERO TO TBL-COUNT-Z-00166
        MOVE ZERO TO TBL-QTY-Z-00167
        MOVE ZERO TO TBL-ACTIVE-Z-00168
        MOVE ZERO TO TBL-HOLD-Z-00169
        MOVE ZERO TO TBL-ERROR-Z-00170
        MOVE ZERO TO TBL-INVALID-Z-00171
        MOVE "N" TO SUBTOTAL-SEEN-SWITCH-Z-00162
        MOVE ZERO TO SUBTOTAL-COUNT-Z-00164
        PERFORM PARA-0002-0001
        IF NOT SNAP-FOUND-Z-00149
        AND LIMIT-FOUND-Z-00207
           MOVE "ONLY ROWS-LIMITED TSTOUT RUNS IN PERIOD"
              TO TABLE-FAIL-TEXT-Z-00165
           PERFORM PARA-0004-0006
           GO TO EXITPARA
        END-IF
        IF NOT SNAP-FOUND-Z-00149
           MOVE "NO TSTOUT RUN IN THE PERIOD ON ARCHIVE"
              TO TABLE-FAIL-TEXT-Z-00165
           PERFORM PARA-0004-0006
           GO TO EXITPARA
        END-IF
        MOVE SNAP-FILE-NAME-Z-00150 TO OLD-FILE-NAME-Z-00003
        OPEN INPUT OLD-FILE
        IF NOT OLD-OPEN-OK-Z-00084
           MOVE "MONTH-END ARCHIVE NOT READABLE"
              TO TABLE-FAIL-TEXT-Z-00165
           PERFORM PARA-0004-0006
           GO TO EXITPARA
        END-IF
        MOVE "N" TO CUR-MATCH-SWITCH-Z-00160
        MOVE "N" TO OLD-EOF-SWITCH-Z-00140
        PERFORM PARA-0004-0004
           UNTIL OLD-EOF-Z-00141
        CLOSE OLD-FILE
        IF TBL-INVALID-Z-00171 > ZERO
           MOVE "INVALID DETAIL LINES IN ARCHIVE"
              TO TABLE-FAIL-TEXT-Z-00165
        END-IF
        IF SUBTOTAL-SEEN-Z-00163
        AND SUBTOTAL-COUNT-Z-00164 NOT = TBL-COUNT-Z-00166
           MOVE "ARCHIVE RECORD COUNT DOES NOT AGREE"
              TO TABLE-FAIL-TEXT-Z-00165
        END-IF
        IF TABLE-FAIL-TEXT-Z-00165 = SPACES
           PERFORM PARA-0004-0010
        END-IF
        IF TABLE-FAIL-TEXT-Z-00165 NOT = SPACES
           PERFORM PARA-0004-0006
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO BAL-0001-Z-00045
        SET BAL-TABLE-RECORD-Z-00049 TO TRUE
        MOVE PERIOD-TEXT-Z-00124 TO BAL-PERIOD-Z-00051
        MOVE TABLE-NAME-Z-00109 TO BAL-TABLE-Z-00052
        MOVE SNAP-FILE-NAME-Z-00150 TO BAL-ARCHIVE-Z-00058
        MOVE SNAP-DATE-Z-00152 TO BAL-RUN-DATE-Z-00059
        MOVE SNAP-TIME-Z-00153 TO BAL-RUN-TIME-Z-00060
        MOVE TBL-COUNT-Z-00166 TO BAL-TBL-COUNT-Z-00061
        MOVE TBL-QTY-Z-00167 TO BAL-TBL-QTY-Z-00062
        WRITE BAL-0001-Z-00045
        ADD TBL-COUNT-Z-00166 TO GRAND-COUNT-Z-00174
        ADD TBL-QTY-Z-00167 TO GRAND-QTY-Z-00175
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00109 DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               SNAP-DATE-Z-00152 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SNAP-TIME-Z-00153 DELIMITED BY SIZE
               "  ARCHIVE: " DELIMITED BY SIZE
               SNAP-FILE-NAME-Z-00150 DELIMITED BY SPACE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE TBL-COUNT-Z-00166 TO ED-COUNT-Z-00188
        MOVE TBL-QTY-Z-00167 TO ED-QTY-Z-00187
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "       RECORDS: " DELIMITED BY SIZE
               ED-COUNT-Z-00188 DELIMITED BY SIZE
               "  QUANTITY: " DELIMITED BY SIZE
               ED-QTY-Z-00187 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE TBL-ACTIVE-Z-00168 TO ED-COUNT-2-Z-00189
        MOVE TBL-HOLD-Z-00169 TO ED-COUNT-3-Z-00190
        MOVE TBL-ERROR-Z-00170 TO ED-COUNT-4-Z-00191
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "       ACTIVE: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00189 DELIMITED BY SIZE
               "  HOLD: " DELIMITED BY SIZE
               ED-COUNT-3-Z-00190 DELIMITED BY SIZE
               "  ERROR: " DELIMITED BY SIZE
               ED-COUNT-4-Z-00191 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        READ OLD-FILE
           AT END
              SET OLD-EOF-Z-00141 TO TRUE
              GO TO EXITPARA
        END-READ
        IF OLD-HEADER-RECORD-Z-00018
           PERFORM PARA-0002-0007
           MOVE "N" TO CUR-MATCH-SWITCH-Z-00160
           IF CUR-TABLE-Z-00156 = TABLE-NAME-Z-00109
           AND CUR-STAMP-Z-00157 = SNAP-STAMP-Z-00151
              MOVE "Y" TO CUR-MATCH-SWITCH-Z-00160
           END-IF
           GO TO EXITPARA
        END-IF
        IF NOT CUR-MATCH-Z-00161
           GO TO EXITPARA
        END-IF
        IF OLD-SUBTOTAL-RECORD-Z-00020
           PERFORM PARA-0004-0005
           GO TO EXITPARA
        END-IF
        IF NOT OLD-DETAIL-RECORD-Z-00019
           GO TO EXITPARA
        END-IF
        IF OLD-ITEM-ID-Z-00023 = SPACES
        OR OLD-ITEM-QTY-Z-00024 NOT NUMERIC
           ADD 1 TO TBL-INVALID-Z-00171
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO BAL-0001-Z-00045
        SET BAL-DETAIL-RECORD-Z-00048 TO TRUE
        MOVE PERIOD-TEXT-Z-00124 TO BAL-PERIOD-Z-00051
        MOVE TABLE-NAME-Z-00109 TO BAL-TABLE-Z-00052
        MOVE OLD-ITEM-ID-Z-00023 TO BAL-ITEM-ID-Z-00054
        MOVE OLD-ITEM-QTY-Z-00024 TO BAL-ITEM-QTY-Z-00055
        MOVE OLD-ITEM-STATUS-Z-00025 TO BAL-ITEM-STATUS-Z-00056
        WRITE BAL-0001-Z-00045
        ADD 1 TO TBL-COUNT-Z-00166
        ADD OLD-ITEM-QTY-Z-00024 TO TBL-QTY-Z-00167
        EVALUATE OLD-ITEM-STATUS-Z-00025
           WHEN "A"
              ADD 1 TO TBL-ACTIVE-Z-00168
           WHEN "H"
              ADD 1 TO TBL-HOLD-Z-00169
           WHEN OTHER
              ADD 1 TO TBL-ERROR-Z-00170
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0004-0005 SECTION .

        MOVE SPACES TO HDR-TOKEN-TABLE-Z-00154
        UNSTRING OLD-TEXT-Z-00026 DELIMITED BY ALL " "
           INTO HDR-TOKEN-Z-00155 (1), HDR-TOKEN-Z-00155 (2),
                HDR-TOKEN-Z-00155 (3), HDR-TOKEN-Z-00155 (4)
        END-UNSTRING
        IF HDR-TOKEN-Z-00155 (1) = "TABLE:"
        AND HDR-TOKEN-Z-00155 (3) = "RECORDS:"
           MOVE HDR-TOKEN-Z-00155 (4) (1:8) TO ROWS-SOURCE-Z-00136
           PERFORM PARA-0001-0008
           IF ROWS-TEXT-Z-00137 IS NUMERIC
              MOVE "Y" TO SUBTOTAL-SEEN-SWITCH-Z-00162
              MOVE ROWS-NUM-Z-00138 TO SUBTOTAL-COUNT-Z-00164
           END-IF
        END-IF
        MOVE ZERO TO LIMIT-TALLY-Z-00205
        INSPECT OLD-TEXT-Z-00026 TALLYING LIMIT-TALLY-Z-00205
           FOR ALL "ROWS LIMITED"
        IF LIMIT-TALLY-Z-00205 > ZERO
           MOVE "ARCHIVE RUN IS ROWS LIMITED"
              TO TABLE-FAIL-TEXT-Z-00165
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0006 SECTION .

        ADD 1 TO FAIL-COUNT-Z-00173
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00109 DELIMITED BY SIZE
               "  NOT CLOSED: " DELIMITED BY SIZE
               TABLE-FAIL-TEXT-Z-00165 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0004-0010 SECTION .

        MOVE "N" TO DEP-FOUND-SWITCH-Z-00181
        PERFORM PARA-0004-0011
           VARYING DEP-SUB-Z-00180 FROM 1 BY 1
           UNTIL DEP-SUB-Z-00180 > DEP-COUNT-Z-00176
           OR DEP-FOUND-Z-00182
        IF DEP-FOUND-Z-00182
           GO TO EXITPARA
        END-IF
        IF DEP-COUNT-Z-00176 >= DEP-MAX-Z-00177
           MOVE "TOO MANY SOURCE ARCHIVES FOR ONE PERIOD"
              TO TABLE-FAIL-TEXT-Z-00165
           GO TO EXITPARA
        END-IF
        ADD 1 TO DEP-COUNT-Z-00176
        MOVE SNAP-FILE-NAME-Z-00150
           TO DEP-NAME-Z-00179 (DEP-COUNT-Z-00176) .

       EXITPARA.
       EXIT.

       PARA-0004-0011 SECTION .

        IF DEP-NAME-Z-00179 (DEP-SUB-Z-00180) = SNAP-FILE-NAME-Z-00150
           MOVE "Y" TO DEP-FOUND-SWITCH-Z-00181
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0007 SECTION .

        MOVE PERIOD-TEXT-Z-00124 TO PRD-PERIOD-Z-00005
        IF PRD-NEW-Z-00145
           MOVE SPACES TO PRD-REOPEN-DATE-Z-00035
           MOVE SPACES TO PRD-REOPEN-TIME-Z-00036
           MOVE SPACES TO PRD-REOPEN-BY-Z-00037
           MOVE SPACES TO PRD-REOPEN-SUP-Z-00038
           MOVE ZERO TO PRD-REOPEN-COUNT-Z-00039
        END-IF
        SET PRD-CLOSED-Z-00030 TO TRUE
        MOVE CURRENT-DATE-Z-00101 TO PRD-CLOSE-DATE-Z-00032
        MOVE CURRENT-TIME-Z-00102 TO PRD-CLOSE-TIME-Z-00033
        MOVE OPERATOR-ID-Z-00107 TO PRD-CLOSE-BY-Z-00034
        MOVE TABLE-COUNT-Z-00172 TO PRD-TABLE-COUNT-Z-00040
        MOVE GRAND-COUNT-Z-00174 TO PRD-ITEM-COUNT-Z-00041
        MOVE GRAND-QTY-Z-00175 TO PRD-QTY-TOTAL-Z-00042
        MOVE DEP-COUNT-Z-00176 TO PRD-ARC-COUNT-Z-00043
        PERFORM PARA-0004-0012
           VARYING DEP-SUB-Z-00180 FROM 1 BY 1
           UNTIL DEP-SUB-Z-00180 > DEP-MAX-Z-00177
        MOVE "Y" TO PRD-ACCESS-SWITCH-Z-00146
        IF PRD-NEW-Z-00145
           WRITE PRD-0001-Z-00028
              INVALID KEY
                 MOVE "N" TO PRD-ACCESS-SWITCH-Z-00146
           END-WRITE
        ELSE
           REWRITE PRD-0001-Z-00028
              INVALID KEY
                 MOVE "N" TO PRD-ACCESS-SWITCH-Z-00146
           END-REWRITE
        END-IF
        CLOSE PRD-FILE
        IF NOT PRD-ACCESS-OK-Z-00147
           MOVE SPACES TO RPT-0001-Z-00073
           SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
           STRING "PERIOD CONTROL FILE UPDATE FAILED  STATUS "
                     DELIMITED BY SIZE
                  PRD-FILE-STATUS-Z-00006 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
           PERFORM PARA-0003-0003
           ADD 1 TO FAIL-COUNT-Z-00173
           PERFORM PARA-0004-0008
        END-IF
        MOVE TABLE-COUNT-Z-00172 TO ED-COUNT-Z-00188
        MOVE GRAND-COUNT-Z-00174 TO ED-COUNT-2-Z-00189
        MOVE GRAND-QTY-Z-00175 TO ED-QTY-Z-00187
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        STRING "PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " CLOSED  TABLES: " DELIMITED BY SIZE
               ED-COUNT-Z-00188 DELIMITED BY SIZE
               "  RECORDS: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00189 DELIMITED BY SIZE
               "  QUANTITY: " DELIMITED BY SIZE
               ED-QTY-Z-00187 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        STRING "FROZEN BALANCES: " DELIMITED BY SIZE
               BAL-FILE-NAME-Z-00007 DELIMITED BY SPACE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE TABLE-COUNT-Z-00172 TO TABLES-AUD-Z-00192
        MOVE SPACES TO AUDIT-EVENT-Z-00103
        STRING "PRD CLOSE " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " TBLS=" DELIMITED BY SIZE
               TABLES-AUD-Z-00192 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0004-0012 SECTION .

        MOVE DEP-NAME-Z-00179 (DEP-SUB-Z-00180)
           TO PRD-ARC-NAME-Z-00044 (DEP-SUB-Z-00180) .

       EXITPARA.
       EXIT.

       PARA-0004-0008 SECTION .

        CLOSE BAL-FILE
        CLOSE PRD-FILE
        CALL "CBL_DELETE_FILE" USING BAL-FILE-NAME-Z-00007
           RETURNING DELETE-STATUS-Z-00184
        MOVE FAIL-COUNT-Z-00173 TO TABLES-AUD-Z-00192
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        STRING "PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " NOT CLOSED, NO BALANCES FROZEN" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        CLOSE RPT-FILE
        MOVE "F" TO ALERT-SEV-Z-00105
        MOVE SPACES TO ALERT-TEXT-Z-00106
        STRING "PERIOD CLOSE " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " FAILED, " DELIMITED BY SIZE
               TABLES-AUD-Z-00192 DELIMITED BY SIZE
               " TABLE(S) NOT RESOLVED, SEE TSTPRD.rpt"
                  DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00106
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00103
        STRING "PRD CLOSE " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               TABLES-AUD-Z-00192 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTPRD(tstprd)."
            & X"00"
        MOVE 35 TO PBLK-Z-00199 (2)
        MOVE 2 TO PBLK-Z-00199 (3)
        MOVE 2 TO PBLK-Z-00199 (1)
        CALL "ABORT" USING PBLK-Z-00198,
           " ABORT - Period close failed. (tstprd 3)",
           PRD-FILE-STATUS-Z-00006 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE SPACES TO REFUSE-TEXT-Z-00186
        EVALUATE TRUE
           WHEN SUPERVISOR-ID-Z-00108 = SPACES
              MOVE "SUPERVISOR INITIALS (SUP=) REQUIRED"
                 TO REFUSE-TEXT-Z-00186
           WHEN SUPERVISOR-ID-Z-00108 = OPERATOR-ID-Z-00107
              MOVE "SUPERVISOR MUST DIFFER FROM OPERATOR"
                 TO REFUSE-TEXT-Z-00186
           WHEN OTHER
              PERFORM PARA-0005-0002
        END-EVALUATE
        IF REFUSE-TEXT-Z-00186 = SPACES
           PERFORM PARA-0007-0001
           MOVE PERIOD-TEXT-Z-00124 TO PRD-PERIOD-Z-00005
           READ PRD-FILE
              INVALID KEY
                 MOVE "PERIOD IS NOT ON THE CONTROL FILE"
                    TO REFUSE-TEXT-Z-00186
           END-READ
           IF REFUSE-TEXT-Z-00186 = SPACES
           AND NOT PRD-CLOSED-Z-00030
              MOVE "PERIOD IS NOT CLOSED"
                 TO REFUSE-TEXT-Z-00186
           END-IF
           IF REFUSE-TEXT-Z-00186 NOT = SPACES
              CLOSE PRD-FILE
           END-IF
        END-IF
        IF REFUSE-TEXT-Z-00186 NOT = SPACES
           PERFORM PARA-0005-0004
           GO TO EXITPARA
        END-IF
        ADD 1 TO PRD-REOPEN-COUNT-Z-00039
        MOVE PRD-REOPEN-COUNT-Z-00039 TO REOPEN-NUM-Z-00185
        MOVE SPACES TO BAL-FILE-NAME-Z-00007
        STRING "DBPATH/TSTPRD" DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               ".bal" DELIMITED BY SIZE
           INTO BAL-FILE-NAME-Z-00007
        MOVE SPACES TO BAL-KEEP-NAME-Z-00088
        STRING "DBPATH/TSTPRD" DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               ".r" DELIMITED BY SIZE
               REOPEN-NUM-Z-00185 DELIMITED BY SIZE
           INTO BAL-KEEP-NAME-Z-00088
        CALL "CBL_RENAME_FILE" USING BAL-FILE-NAME-Z-00007,
           BAL-KEEP-NAME-Z-00088
           RETURNING RENAME-STATUS-Z-00183
        SET PRD-REOPENED-Z-00031 TO TRUE
        MOVE CURRENT-DATE-Z-00101 TO PRD-REOPEN-DATE-Z-00035
        MOVE CURRENT-TIME-Z-00102 TO PRD-REOPEN-TIME-Z-00036
        MOVE OPERATOR-ID-Z-00107 TO PRD-REOPEN-BY-Z-00037
        MOVE SUPERVISOR-ID-Z-00108 TO PRD-REOPEN-SUP-Z-00038
        REWRITE PRD-0001-Z-00028
           INVALID KEY
              CLOSE PRD-FILE
              MOVE "ABORT" TO AUDIT-EVENT-Z-00103
              MOVE PRD-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00104
              PERFORM PARA-0001-0006
              CALL "REMARK" USING  BY CONTENT
                 "Finish: TSTPRD(tstprd)." & X"00"
              MOVE 35 TO PBLK-Z-00199 (2)
              MOVE 2 TO PBLK-Z-00199 (3)
              MOVE 2 TO PBLK-Z-00199 (1)
              CALL "ABORT" USING PBLK-Z-00198,
                 " ABORT - Updating period control file. (tstprd 4)",
                 PRD-FILE-STATUS-Z-00006
        END-REWRITE
        CLOSE PRD-FILE
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        STRING "PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " REOPENED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               " SUPERVISOR " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00108 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        IF RENAME-STATUS-Z-00183 = ZERO
           STRING "PRIOR BALANCES KEPT AS " DELIMITED BY SIZE
                  BAL-KEEP-NAME-Z-00088 DELIMITED BY SPACE
              INTO RPT-TEXT-Z-00080
        ELSE
           STRING "PRIOR BALANCES NOT RENAMED: " DELIMITED BY SIZE
                  BAL-FILE-NAME-Z-00007 DELIMITED BY SPACE
              INTO RPT-TEXT-Z-00080
        END-IF
        PERFORM PARA-0003-0003
        MOVE "W" TO ALERT-SEV-Z-00105
        MOVE SPACES TO ALERT-TEXT-Z-00106
        STRING "PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " REOPENED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               " SUPERVISOR OVERRIDE " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00108 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00106
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00103
        STRING "PRD REOPEN " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00108 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        MOVE "N" TO SUP-FOUND-SWITCH-Z-00119
        OPEN INPUT SUP-FILE
        IF NOT SUP-OPEN-OK-Z-00090
           MOVE "SUPERVISOR LIST TSTOUT.sup UNAVAILABLE"
              TO REFUSE-TEXT-Z-00186
           GO TO EXITPARA
        END-IF
        MOVE "N" TO SUP-EOF-SWITCH-Z-00117
        PERFORM PARA-0005-0003
           UNTIL SUP-EOF-Z-00118
           OR SUP-FOUND-Z-00120
        CLOSE SUP-FILE
        IF NOT SUP-FOUND-Z-00120
           MOVE "SUP= INITIALS NOT ON THE SUPERVISOR LIST"
              TO REFUSE-TEXT-Z-00186
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        READ SUP-FILE
           AT END
              MOVE "Y" TO SUP-EOF-SWITCH-Z-00117
              GO TO EXITPARA
        END-READ
        IF SUP-0001-Z-00071 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        IF SUP-INITIALS-Z-00072 = SUPERVISOR-ID-Z-00108
           MOVE "Y" TO SUP-FOUND-SWITCH-Z-00119
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTPRD reopen refused, see TSTPRD.rpt."
            & X"00"
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
        STRING "REOPEN OF PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " REFUSED: " DELIMITED BY SIZE
               REFUSE-TEXT-Z-00186 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        MOVE "W" TO ALERT-SEV-Z-00105
        MOVE SPACES TO ALERT-TEXT-Z-00106
        STRING "PERIOD " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " REOPEN REFUSED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               REFUSE-TEXT-Z-00186 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00106
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00103
        STRING "PRD REOPEN " DELIMITED BY SIZE
               PERIOD-TEXT-Z-00124 DELIMITED BY SIZE
               " REFUSED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00107 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00108 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00103
        MOVE SPACES TO AUDIT-STAT-Z-00104
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        OPEN INPUT PRD-FILE
        IF NOT PRD-OPEN-OK-Z-00085
           MOVE SPACES TO RPT-0001-Z-00073
           SET RPT-SUMMARY-RECORD-Z-00078 TO TRUE
           STRING "NO PERIODS ON THE CONTROL FILE  STATUS "
                     DELIMITED BY SIZE
                  PRD-FILE-STATUS-Z-00006 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
           PERFORM PARA-0003-0003
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PRD-EOF-SWITCH-Z-00142
        MOVE LOW-VALUES TO PRD-PERIOD-Z-00005
        START PRD-FILE KEY NOT < PRD-PERIOD-Z-00005
           INVALID KEY
              SET PRD-EOF-Z-00143 TO TRUE
        END-START
        PERFORM PARA-0006-0002
           UNTIL PRD-EOF-Z-00143
        CLOSE PRD-FILE .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        READ PRD-FILE NEXT RECORD
           AT END
              SET PRD-EOF-Z-00143 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE PRD-TABLE-COUNT-Z-00040 TO ED-COUNT-Z-00188
        MOVE PRD-ITEM-COUNT-Z-00041 TO ED-COUNT-2-Z-00189
        MOVE PRD-QTY-TOTAL-Z-00042 TO ED-QTY-Z-00187
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        IF PRD-CLOSED-Z-00030
           STRING "PERIOD " DELIMITED BY SIZE
                  PRD-PERIOD-Z-00005 DELIMITED BY SIZE
                  "  CLOSED    ON " DELIMITED BY SIZE
                  PRD-CLOSE-DATE-Z-00032 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRD-CLOSE-TIME-Z-00033 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PRD-CLOSE-BY-Z-00034 DELIMITED BY SIZE
                  "  TABLES: " DELIMITED BY SIZE
                  ED-COUNT-Z-00188 DELIMITED BY SIZE
                  "  RECORDS: " DELIMITED BY SIZE
                  ED-COUNT-2-Z-00189 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
        ELSE
           STRING "PERIOD " DELIMITED BY SIZE
                  PRD-PERIOD-Z-00005 DELIMITED BY SIZE
                  "  REOPENED  ON " DELIMITED BY SIZE
                  PRD-REOPEN-DATE-Z-00035 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRD-REOPEN-TIME-Z-00036 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  PRD-REOPEN-BY-Z-00037 DELIMITED BY SIZE
                  "  SUPERVISOR: " DELIMITED BY SIZE
                  PRD-REOPEN-SUP-Z-00038 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00080
        END-IF
        PERFORM PARA-0003-0003
        MOVE PRD-REOPEN-COUNT-Z-00039 TO ED-COUNT-3-Z-00190
        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "       QUANTITY: " DELIMITED BY SIZE
               ED-QTY-Z-00187 DELIMITED BY SIZE
               "  TIMES REOPENED: " DELIMITED BY SIZE
               ED-COUNT-3-Z-00190 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003
        PERFORM PARA-0006-0003
           VARYING DEP-SUB-Z-00180 FROM 1 BY 1
           UNTIL DEP-SUB-Z-00180 > PRD-ARC-COUNT-Z-00043
           OR DEP-SUB-Z-00180 > DEP-MAX-Z-00177 .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        MOVE SPACES TO RPT-0001-Z-00073
        SET RPT-DETAIL-RECORD-Z-00076 TO TRUE
        STRING "       ARCHIVE: " DELIMITED BY SIZE
               PRD-ARC-NAME-Z-00044 (DEP-SUB-Z-00180)
                  DELIMITED BY SPACE
           INTO RPT-TEXT-Z-00080
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0007-0001 SECTION .

        OPEN I-O PRD-FILE
        IF PRD-NOT-FOUND-Z-00086
           OPEN OUTPUT PRD-FILE
           CLOSE PRD-FILE
           OPEN I-O PRD-FILE
        END-IF
        IF NOT PRD-OPEN-OK-Z-00085
           MOVE "ABORT" TO AUDIT-EVENT-Z-00103
           MOVE PRD-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00104
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTPRD(tstprd)."
               & X"00"
           MOVE 35 TO PBLK-Z-00199 (2)
           MOVE 2 TO PBLK-Z-00199 (3)
           MOVE 2 TO PBLK-Z-00199 (1)
           CALL "ABORT" USING PBLK-Z-00198,
              " ABORT - Accessing period control file. (tstprd 5)",
              PRD-FILE-STATUS-Z-00006
        END-IF .

       EXITPARA.
       EXIT.
