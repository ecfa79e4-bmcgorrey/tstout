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
       PROGRAM-ID. TSTCYC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TBL-FILE ASSIGN TO TBL-FILE-NAME-Z-00003
           FILE STATUS TBL-FILE-STATUS-Z-00004.
        SELECT CYC-FILE ASSIGN TO CYC-FILE-NAME-Z-00005
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CYC-ITEM-ID-Z-00006
           FILE STATUS CYC-FILE-STATUS-Z-00007.
        SELECT LCD-FILE ASSIGN TO "DBPATH/TSTCYC.lcd"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LCD-KEY-Z-00008
           FILE STATUS LCD-FILE-STATUS-Z-00009.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00010
           FILE STATUS MST-FILE-STATUS-Z-00011.
        SELECT SUP-FILE ASSIGN TO "DBPATH/TSTOUT.sup"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SUP-FILE-STATUS-Z-00012.
        SELECT TRN-FILE ASSIGN TO TRN-FILE-NAME-Z-00013
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS TRN-FILE-STATUS-Z-00014.
        SELECT RPT-FILE ASSIGN TO RPT-FILE-NAME-Z-00015
           FILE STATUS RPT-FILE-STATUS-Z-00016.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTCYC.srt".
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00017
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00018.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00019.

       DATA DIVISION.

       FILE SECTION.
       FD  TBL-FILE.
       01 TBL-0001-Z-00020.
          02 TBL-ITEM-ID-Z-00021 PIC X(15).
          02 TBL-ITEM-QTY-Z-00022 PIC S9(8)V99.
          02 TBL-ITEM-STATUS-Z-00023 PIC X(1).
          02 FILLER PIC X(74).

       FD  CYC-FILE.
       01 CYC-0001-Z-00024.
          02 CYC-ITEM-ID-Z-00006 PIC X(15).
          02 CYC-STATE-Z-00025 PIC X(1).
             88 CYC-SELECTED-Z-00026 VALUE "S".
             88 CYC-COUNTED-Z-00027 VALUE "C".
             88 CYC-WAITING-Z-00028 VALUE "W".
             88 CYC-ACCEPTED-Z-00029 VALUE "A".
             88 CYC-RECOUNT-Z-00030 VALUE "R".
             88 CYC-POSTED-Z-00031 VALUE "P".
             88 CYC-CLOSED-Z-00032 VALUE "X".
          02 CYC-REASON-Z-00033 PIC X(2).
          02 CYC-BOOK-QTY-Z-00034 PIC S9(8)V99.
          02 CYC-BOOK-STATUS-Z-00035 PIC X(1).
          02 CYC-SELECT-DATE-Z-00036 PIC X(8).
          02 CYC-SELECT-BY-Z-00037 PIC X(3).
          02 CYC-SHEET-NO-Z-00038 PIC 9(4).
          02 CYC-SHEET-LINE-Z-00039 PIC 9(2).
          02 CYC-COUNT-QTY-Z-00040 PIC S9(8)V99.
          02 CYC-COUNT-DATE-Z-00041 PIC X(8).
          02 CYC-COUNT-TIME-Z-00042 PIC X(6).
          02 CYC-COUNT-BY-Z-00043 PIC X(3).
          02 CYC-SIGN-BY-Z-00044 PIC X(3).
          02 CYC-SIGN-DATE-Z-00045 PIC X(8).
          02 CYC-POST-DATE-Z-00046 PIC X(8).
          02 CYC-SEEN-STAMP-Z-00047 PIC X(14).
          02 CYC-CUR-QTY-Z-00048 PIC S9(8)V99.
          02 CYC-CUR-STATUS-Z-00049 PIC X(1).
          02 FILLER PIC X(20).

       FD  LCD-FILE.
       01 LCD-0001-Z-00050.
          02 LCD-KEY-Z-00008.
             03 LCD-TABLE-Z-00051 PIC X(7).
             03 LCD-ITEM-ID-Z-00052 PIC X(15).
          02 LCD-LAST-DATE-Z-00053 PIC X(8).
          02 LCD-LAST-BY-Z-00054 PIC X(3).
          02 LCD-LAST-QTY-Z-00055 PIC S9(8)V99.
          02 LCD-LAST-VAR-Z-00056 PIC S9(8)V99.
          02 FILLER PIC X(20).

       FD  MST-FILE.
       01 MST-0001-Z-00057.
          02 MST-ITEM-ID-Z-00010 PIC X(15).
          02 MST-DESC-Z-00058 PIC X(30).
          02 MST-UOM-Z-00059 PIC X(4).
          02 FILLER PIC X(51).

       FD  SUP-FILE.
       01 SUP-0001-Z-00060.
          02 SUP-INITIALS-Z-00061 PIC X(3).
          02 FILLER PIC X(77).

       FD  TRN-FILE.
       01 TRN-0001-Z-00062.
          02 TRN-DATE-Z-00063 PIC X(8).
          02 FILLER PIC X(1).
          02 TRN-ACTION-Z-00064 PIC X(3).
          02 FILLER PIC X(1).
          02 TRN-ITEM-ID-Z-00065 PIC X(15).
          02 FILLER PIC X(1).
          02 TRN-QTY-TEXT-Z-00066 PIC X(12).
          02 FILLER PIC X(38).

       FD  RPT-FILE.
       01 RPT-0001-Z-00067.
          02 RPT-REC-TYPE-Z-00068 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00069 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00070 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00071 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00072 VALUE "S".
          02 RPT-NAME-0002-Z-00073 PIC X(1).
          02 RPT-TEXT-Z-00074 PIC X(100).
          02 RPT-NULL-TERM-Z-00075 PIC X(1).

       SD  SORT-FILE.
       01 SRT-0001-Z-00076.
          02 SRT-LAST-DATE-Z-00077 PIC X(8).
          02 SRT-ITEM-ID-Z-00078 PIC X(15).
          02 SRT-ITEM-QTY-Z-00079 PIC S9(8)V99.
          02 SRT-ITEM-STATUS-Z-00080 PIC X(1).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00081 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00082 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 TBL-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 TBL-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 TBL-OPEN-OK-Z-00083 VALUE "00".
       01 CYC-FILE-NAME-Z-00005 PIC X(40) VALUE SPACES.
       01 CYC-FILE-STATUS-Z-00007 PIC X(2) VALUE SPACES.
          88 CYC-OPEN-OK-Z-00084 VALUE "00".
          88 CYC-NOT-FOUND-Z-00085 VALUE "35".
       01 LCD-FILE-STATUS-Z-00009 PIC X(2) VALUE SPACES.
          88 LCD-OPEN-OK-Z-00086 VALUE "00".
          88 LCD-NOT-FOUND-Z-00087 VALUE "35".
       01 LCD-ACCESS-Z-00088 PIC X(1) VALUE SPACES.
          88 LCD-ACCESS-OPEN-Z-00089 VALUE "O".
          88 LCD-ACCESS-NONE-Z-00090 VALUE "N".
          88 LCD-ACCESS-FAILED-Z-00091 VALUE "F".
       01 MST-FILE-STATUS-Z-00011 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00092 VALUE "00".
       01 MST-OPEN-SWITCH-Z-00093 PIC X(1) VALUE "N".
          88 MST-OPEN-Z-00094 VALUE "Y".
       01 SUP-FILE-STATUS-Z-00012 PIC X(2) VALUE SPACES.
          88 SUP-OPEN-OK-Z-00095 VALUE "00".
       01 TRN-FILE-NAME-Z-00013 PIC X(40) VALUE SPACES.
       01 TRN-FILE-STATUS-Z-00014 PIC X(2) VALUE SPACES.
          88 TRN-OPEN-OK-Z-00096 VALUE "00".
       01 TRN-NAME-Z-00097 PIC X(16) VALUE SPACES.
       01 RPT-FILE-NAME-Z-00015 PIC X(40) VALUE SPACES.
       01 RPT-FILE-STATUS-Z-00016 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00098 VALUE "00".
       01 RPT-TITLE-Z-00099 PIC X(12) VALUE SPACES.
       01 HEADING-TEXT-Z-00100 PIC X(100) VALUE SPACES.
       01 AUDIT-FILE-NAME-Z-00017 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00018 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00101 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00019 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00102 VALUE "00".
       01 PROGRAM-ID-Z-00103 PIC X(10) VALUE "TSTCYC".
       01 COMMAND-Z-00104.
          02 COMMAND-KEY-Z-00105 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00106 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00107 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00108 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00109 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00110 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00111 PIC X(6) VALUE ZERO.
       01 RUN-DATE-Z-00112 PIC X(8) VALUE SPACES.
       01 RUN-TIME-Z-00113 PIC X(6) VALUE SPACES.
       01 RUN-STAMP-Z-00114 PIC X(14) VALUE SPACES.
       01 TABLE-NAME-Z-00115 PIC X(7) VALUE SPACES.
       01 OPERATOR-ID-Z-00116 PIC X(3) VALUE SPACES.
       01 SUPERVISOR-ID-Z-00117 PIC X(3) VALUE SPACES.
       01 AUDIT-EVENT-Z-00118 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00119 PIC X(2) VALUE SPACES.
       01 ALERT-SEV-Z-00120 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00121 PIC X(80) VALUE SPACES.
       01 REFUSE-TEXT-Z-00122 PIC X(50) VALUE SPACES.
       01 FROM-ID-Z-00123 PIC X(15) VALUE SPACES.
       01 TO-ID-Z-00124 PIC X(15) VALUE SPACES.
       01 SELECT-STATUS-Z-00125 PIC X(1) VALUE SPACES.
       01 DAYS-SWITCH-Z-00126 PIC X(1) VALUE "N".
          88 DAYS-REQUESTED-Z-00127 VALUE "Y".
       01 SAMPLE-DAYS-Z-00128 PIC S9(4) USAGE COMP-5 VALUE 90.
       01 TOLERANCE-QTY-Z-00129 PIC S9(8)V99 VALUE 10.
       01 TOLERANCE-PCT-Z-00130 PIC S9(4) USAGE COMP-5 VALUE 5.
       01 ROWS-SOURCE-Z-00131 PIC X(8) VALUE SPACES.
       01 ROWS-TEXT-Z-00132 PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01 ROWS-NUM-Z-00133 PIC 9(8) VALUE ZERO.
       01 ROWS-POINTER-Z-00134 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 WORK-DATE-Z-00135.
          02 WORK-YEAR-Z-00136 PIC 9(4).
          02 WORK-MONTH-Z-00137 PIC 9(2).
          02 WORK-DAY-Z-00138 PIC 9(2).
       01 MONTH-DAYS-Z-00139 PIC 9(2) VALUE ZERO.
       01 LEAP-QUOT-Z-00140 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-REM-Z-00141 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-SWITCH-Z-00142 PIC X(1) VALUE "N".
          88 LEAP-YEAR-Z-00143 VALUE "Y".
       01 CUTOFF-DATE-Z-00144 PIC X(8) VALUE SPACES.
       01 NEVER-DATE-Z-00145 PIC X(8) VALUE "00000000".
       01 TBL-EOF-SWITCH-Z-00146 PIC X(1) VALUE "N".
          88 TBL-EOF-Z-00147 VALUE "Y".
       01 CYC-EOF-SWITCH-Z-00148 PIC X(1) VALUE "N".
          88 CYC-EOF-Z-00149 VALUE "Y".
       01 SUP-EOF-SWITCH-Z-00150 PIC X(1) VALUE "N".
          88 SUP-EOF-Z-00151 VALUE "Y".
       01 SUP-FOUND-SWITCH-Z-00152 PIC X(1) VALUE "N".
          88 SUP-FOUND-Z-00153 VALUE "Y".
       01 SORT-EOF-SWITCH-Z-00154 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00155 VALUE "Y".
       01 OPEN-COUNT-SWITCH-Z-00156 PIC X(1) VALUE "N".
          88 OPEN-COUNT-Z-00157 VALUE "Y".
       01 LCD-FOUND-SWITCH-Z-00158 PIC X(1) VALUE "N".
          88 LCD-FOUND-Z-00159 VALUE "Y".
       01 QUIT-SWITCH-Z-00160 PIC X(1) VALUE "N".
          88 QUIT-REQUESTED-Z-00161 VALUE "Y".
       01 CANDIDATE-COUNT-Z-00162 PIC S9(8) VALUE ZERO.
       01 SAMPLE-QUOTA-Z-00163 PIC S9(8) VALUE ZERO.
       01 SAMPLE-REM-Z-00164 PIC S9(8) VALUE ZERO.
       01 SAMPLE-RANK-Z-00165 PIC S9(8) VALUE ZERO.
       01 SELECTED-COUNT-Z-00166 PIC S9(8) VALUE ZERO.
       01 OVERDUE-COUNT-Z-00167 PIC S9(8) VALUE ZERO.
       01 DEFERRED-COUNT-Z-00168 PIC S9(8) VALUE ZERO.
       01 FILTERED-COUNT-Z-00169 PIC S9(8) VALUE ZERO.
       01 INVALID-COUNT-Z-00170 PIC S9(8) VALUE ZERO.
       01 DUP-COUNT-Z-00171 PIC S9(8) VALUE ZERO.
       01 READ-COUNT-Z-00172 PIC S9(8) VALUE ZERO.
       01 SHEET-NO-Z-00173 PIC 9(4) VALUE ZERO.
       01 SHEET-LINE-Z-00174 PIC 9(2) VALUE ZERO.
       01 SHEET-MAX-Z-00175 PIC 9(2) VALUE 40.
       01 ENTERED-COUNT-Z-00176 PIC S9(8) VALUE ZERO.
       01 OPEN-ITEMS-Z-00177 PIC S9(8) VALUE ZERO.
       01 POSTED-COUNT-Z-00178 PIC S9(8) VALUE ZERO.
       01 NO-VAR-COUNT-Z-00179 PIC S9(8) VALUE ZERO.
       01 WAIT-COUNT-Z-00180 PIC S9(8) VALUE ZERO.
       01 RECOUNT-COUNT-Z-00181 PIC S9(8) VALUE ZERO.
       01 UNCOUNTED-COUNT-Z-00182 PIC S9(8) VALUE ZERO.
       01 MISSING-COUNT-Z-00183 PIC S9(8) VALUE ZERO.
       01 APPLIED-COUNT-Z-00184 PIC S9(8) VALUE ZERO.
       01 OUTSTANDING-COUNT-Z-00185 PIC S9(8) VALUE ZERO.
       01 CLOSED-COUNT-Z-00186 PIC S9(8) VALUE ZERO.
       01 TRN-COUNT-Z-00187 PIC S9(8) VALUE ZERO.
       01 SIGNED-COUNT-Z-00188 PIC S9(8) VALUE ZERO.
       01 CANCEL-COUNT-Z-00189 PIC S9(8) VALUE ZERO.
       01 UPDATE-FAIL-COUNT-Z-00232 PIC S9(8) VALUE ZERO.
       01 ITEM-TOTAL-Z-00190 PIC S9(8) VALUE ZERO.
       01 COVERED-COUNT-Z-00191 PIC S9(8) VALUE ZERO.
       01 NEVER-COUNT-Z-00192 PIC S9(8) VALUE ZERO.
       01 COVER-PCT-Z-00193 PIC S9(3)V9 VALUE ZERO.
       01 NET-VARIANCE-Z-00194 PIC S9(10)V99 VALUE ZERO.
       01 VARIANCE-Z-00195 PIC S9(8)V99 VALUE ZERO.
       01 VARIANCE-ABS-Z-00196 PIC S9(8)V99 VALUE ZERO.
       01 VARIANCE-PCT-Z-00197 PIC S9(6)V9 VALUE ZERO.
       01 TOLERANCE-SWITCH-Z-00198 PIC X(1) VALUE "N".
          88 WITHIN-TOLERANCE-Z-00199 VALUE "Y".
       01 RESULT-TEXT-Z-00200 PIC X(40) VALUE SPACES.
       01 PANEL-INPUT-Z-00201 PIC X(30) VALUE SPACES.
       01 PANEL-ANSWER-Z-00202 PIC X(1) VALUE SPACES.
       01 WORK-ID-Z-00203 PIC X(15) VALUE SPACES.
       01 WORK-QTY-Z-00204 PIC S9(8)V99 VALUE ZERO.
       01 QTY-VALID-SWITCH-Z-00205 PIC X(1) VALUE "N".
          88 QTY-VALID-Z-00206 VALUE "Y".
       01 QTY-TEXT-Z-00207 PIC X(12) VALUE SPACES.
       01 QTY-INT-TEXT-Z-00208 PIC X(8) JUSTIFIED RIGHT VALUE
           SPACES.
       01 QTY-DEC-TEXT-Z-00209 PIC X(2) VALUE SPACES.
       01 QTY-INT-NUM-Z-00210 PIC 9(8) VALUE ZERO.
       01 QTY-DEC-NUM-Z-00211 PIC 9(2) VALUE ZERO.
       01 QTY-INT-LEN-Z-00233 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 QTY-DEC-LEN-Z-00234 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 CLOSE-REASON-Z-00235 PIC X(20) VALUE SPACES.
       01 FORCE-CLOSE-SWITCH-Z-00236 PIC X(1) VALUE "N".
          88 FORCE-CLOSE-Z-00237 VALUE "Y".
       01 FORCE-CLOSE-COUNT-Z-00238 PIC S9(8) VALUE ZERO.
       01 TRN-QTY-ED-Z-00212 PIC 9(8).99.
       01 ED-QTY-Z-00213 PIC Z(7)9.99-.
       01 ED-QTY-2-Z-00214 PIC Z(7)9.99-.
       01 ED-QTY-3-Z-00215 PIC Z(7)9.99-.
       01 ED-NET-Z-00216 PIC Z(9)9.99-.
       01 ED-PCT-Z-00217 PIC Z(5)9.9-.
       01 ED-COVER-PCT-Z-00218 PIC ZZ9.9.
       01 ED-COUNT-Z-00219 PIC Z(7)9.
       01 ED-DAYS-Z-00220 PIC ZZZ9.
       01 ED-SHEET-Z-00221 PIC ZZZ9.
       01 ED-LINE-Z-00222 PIC Z9.
       01 COUNT-AUD-Z-00223 PIC 9(5) VALUE ZERO.
       01 COUNT-AUD-2-Z-00224 PIC 9(5) VALUE ZERO.
       01 LINE-HOLD-Z-00225 PIC X(103) VALUE SPACES.
       01 PAGE-NUM-Z-00226 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00227 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00228 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00229 PIC Z(7)9.
       01 PBLK-Z-00230 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00231 REDEFINES PBLK-Z-00230 OCCURS 9 PIC S9(9)
            USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTCYC(tstcyc - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00104 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00110 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00111 FROM  TIME
        MOVE CURRENT-DATE-Z-00110 TO RUN-DATE-Z-00112
        MOVE CURRENT-TIME-Z-00111 TO RUN-TIME-Z-00113
        STRING RUN-DATE-Z-00112 DELIMITED BY SIZE
               RUN-TIME-Z-00113 DELIMITED BY SIZE
           INTO RUN-STAMP-Z-00114
        IF COMMAND-KEY-Z-00105 = SPACES
           MOVE "COVER" TO COMMAND-KEY-Z-00105
        END-IF
        PERFORM PARA-0001-0003
        IF TABLE-NAME-Z-00115 = SPACES
           MOVE "DEFAULT" TO TABLE-NAME-Z-00115
        END-IF
        MOVE SPACES TO CYC-FILE-NAME-Z-00005
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               ".cyc" DELIMITED BY SIZE
           INTO CYC-FILE-NAME-Z-00005
        MOVE SPACES TO TBL-FILE-NAME-Z-00003
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               ".tbl" DELIMITED BY SIZE
           INTO TBL-FILE-NAME-Z-00003
        MOVE SPACES TO TRN-NAME-Z-00097
        STRING TABLE-NAME-Z-00115 DELIMITED BY SPACE
               ".cyt" DELIMITED BY SIZE
           INTO TRN-NAME-Z-00097
        MOVE SPACES TO TRN-FILE-NAME-Z-00013
        STRING "DBPATH/" DELIMITED BY SIZE
               TRN-NAME-Z-00097 DELIMITED BY SPACE
           INTO TRN-FILE-NAME-Z-00013
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "START CYC " DELIMITED BY SIZE
               COMMAND-KEY-Z-00105 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006
        IF COMMAND-KEY-Z-00105 NOT = "COVER"
        AND OPERATOR-ID-Z-00116 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC no operator initials, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00118
           MOVE SPACES TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        EVALUATE COMMAND-KEY-Z-00105
           WHEN "SELECT"
              PERFORM PARA-0003-0001
           WHEN "ENTER"
              PERFORM PARA-0004-0001
           WHEN "POST"
              PERFORM PARA-0005-0001
           WHEN "SIGNOFF"
              PERFORM PARA-0006-0001
           WHEN "CANCEL"
              PERFORM PARA-0007-0001
           WHEN "COVER"
              PERFORM PARA-0008-0001
           WHEN OTHER
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTCYC unknown COMMAND-KEY, run cancelled."
                  & X"00"
              MOVE "CANCEL" TO AUDIT-EVENT-Z-00118
              MOVE SPACES TO AUDIT-STAT-Z-00119
              PERFORM PARA-0001-0006
              GO TO PARA-0001-0002-END
        END-EVALUATE
        PERFORM PARA-0001-0015
        MOVE "FINISH" TO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTCYC(tstcyc)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00107
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00109
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00107 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00109 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00108
        UNSTRING COMMAND-PARAMS-Z-00106 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00108
           WITH POINTER SWITCH-POINTER-Z-00107
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00109
        IF SWITCH-TOKEN-Z-00108 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00108 (1:4) = "TBL="
              MOVE SWITCH-TOKEN-Z-00108 (5:7) TO TABLE-NAME-Z-00115
           WHEN SWITCH-TOKEN-Z-00108 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00108 (4:3) TO OPERATOR-ID-Z-00116
           WHEN SWITCH-TOKEN-Z-00108 (1:4) = "SUP="
              MOVE SWITCH-TOKEN-Z-00108 (5:3) TO SUPERVISOR-ID-Z-00117
           WHEN SWITCH-TOKEN-Z-00108 (1:5) = "FROM="
              MOVE SWITCH-TOKEN-Z-00108 (6:15) TO FROM-ID-Z-00123
           WHEN SWITCH-TOKEN-Z-00108 (1:3) = "TO="
              MOVE SWITCH-TOKEN-Z-00108 (4:15) TO TO-ID-Z-00124
           WHEN SWITCH-TOKEN-Z-00108 (1:7) = "REASON="
              MOVE SWITCH-TOKEN-Z-00108 (8:20) TO CLOSE-REASON-Z-00235
           WHEN SWITCH-TOKEN-Z-00108 (1:7) = "STATUS="
              MOVE SWITCH-TOKEN-Z-00108 (8:1) TO SELECT-STATUS-Z-00125
           WHEN SWITCH-TOKEN-Z-00108 (1:5) = "DAYS="
              MOVE SWITCH-TOKEN-Z-00108 (6:8) TO ROWS-SOURCE-Z-00131
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00132 IS NUMERIC
              AND ROWS-NUM-Z-00133 > ZERO
              AND ROWS-NUM-Z-00133 < 3660
                 MOVE ROWS-NUM-Z-00133 TO SAMPLE-DAYS-Z-00128
                 MOVE "Y" TO DAYS-SWITCH-Z-00126
              END-IF
           WHEN SWITCH-TOKEN-Z-00108 (1:7) = "TOLQTY="
              MOVE SWITCH-TOKEN-Z-00108 (8:8) TO ROWS-SOURCE-Z-00131
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00132 IS NUMERIC
                 MOVE ROWS-NUM-Z-00133 TO TOLERANCE-QTY-Z-00129
              END-IF
           WHEN SWITCH-TOKEN-Z-00108 (1:7) = "TOLPCT="
              MOVE SWITCH-TOKEN-Z-00108 (8:8) TO ROWS-SOURCE-Z-00131
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00132 IS NUMERIC
              AND ROWS-NUM-Z-00133 < 10000
                 MOVE ROWS-NUM-Z-00133 TO TOLERANCE-PCT-Z-00130
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0008 SECTION .

        MOVE SPACES TO ROWS-TEXT-Z-00132
        MOVE 1 TO ROWS-POINTER-Z-00134
        UNSTRING ROWS-SOURCE-Z-00131 DELIMITED BY SPACE
           INTO ROWS-TEXT-Z-00132
           WITH POINTER ROWS-POINTER-Z-00134
        END-UNSTRING
        INSPECT ROWS-TEXT-Z-00132
           REPLACING LEADING SPACE BY ZERO
        IF ROWS-TEXT-Z-00132 IS NUMERIC
           MOVE ROWS-TEXT-Z-00132 TO ROWS-NUM-Z-00133
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00110 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00111 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00017
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00110 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00017
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00101
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00101
           MOVE SPACES TO AUDIT-0001-Z-00081
           STRING CURRENT-DATE-Z-00110 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00111 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00103 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00118 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00119 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00081
           WRITE AUDIT-0001-Z-00081
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00110 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00111 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00102
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00102
           MOVE SPACES TO ALERT-0001-Z-00082
           STRING CURRENT-DATE-Z-00110 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00111 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00103 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00120 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00121 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00082
           WRITE ALERT-0001-Z-00082
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0010 SECTION .

        MOVE "ABORT" TO AUDIT-EVENT-Z-00118
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTCYC(tstcyc)."
            & X"00"
        MOVE 35 TO PBLK-Z-00231 (2)
        MOVE 2 TO PBLK-Z-00231 (3)
        MOVE 2 TO PBLK-Z-00231 (1) .

       EXITPARA.
       EXIT.

       PARA-0001-0011 SECTION .

        IF WORK-DAY-Z-00138 > 1
           SUBTRACT 1 FROM WORK-DAY-Z-00138
           GO TO EXITPARA
        END-IF
        IF WORK-MONTH-Z-00137 > 1
           SUBTRACT 1 FROM WORK-MONTH-Z-00137
        ELSE
           MOVE 12 TO WORK-MONTH-Z-00137
           SUBTRACT 1 FROM WORK-YEAR-Z-00136
        END-IF
        PERFORM PARA-0001-0012
        MOVE MONTH-DAYS-Z-00139 TO WORK-DAY-Z-00138 .

       EXITPARA.
       EXIT.

       PARA-0001-0012 SECTION .

        MOVE "N" TO LEAP-SWITCH-Z-00142
        DIVIDE WORK-YEAR-Z-00136 BY 4 GIVING LEAP-QUOT-Z-00140
           REMAINDER LEAP-REM-Z-00141
        IF LEAP-REM-Z-00141 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00142
        END-IF
        DIVIDE WORK-YEAR-Z-00136 BY 100 GIVING LEAP-QUOT-Z-00140
           REMAINDER LEAP-REM-Z-00141
        IF LEAP-REM-Z-00141 = ZERO
           MOVE "N" TO LEAP-SWITCH-Z-00142
        END-IF
        DIVIDE WORK-YEAR-Z-00136 BY 400 GIVING LEAP-QUOT-Z-00140
           REMAINDER LEAP-REM-Z-00141
        IF LEAP-REM-Z-00141 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00142
        END-IF
        EVALUATE WORK-MONTH-Z-00137
           WHEN 02
              IF LEAP-YEAR-Z-00143
                 MOVE 29 TO MONTH-DAYS-Z-00139
              ELSE
                 MOVE 28 TO MONTH-DAYS-Z-00139
              END-IF
           WHEN 04 MOVE 30 TO MONTH-DAYS-Z-00139
           WHEN 06 MOVE 30 TO MONTH-DAYS-Z-00139
           WHEN 09 MOVE 30 TO MONTH-DAYS-Z-00139
           WHEN 11 MOVE 30 TO MONTH-DAYS-Z-00139
           WHEN OTHER MOVE 31 TO MONTH-DAYS-Z-00139
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0013 SECTION .

        MOVE RUN-DATE-Z-00112 TO WORK-DATE-Z-00135
        PERFORM PARA-0001-0011 SAMPLE-DAYS-Z-00128 TIMES
        MOVE WORK-DATE-Z-00135 TO CUTOFF-DATE-Z-00144 .

       EXITPARA.
       EXIT.

       PARA-0001-0014 SECTION .

        MOVE "N" TO LCD-FOUND-SWITCH-Z-00158
        IF LCD-ACCESS-Z-00088 = SPACES
           OPEN I-O LCD-FILE
           IF LCD-NOT-FOUND-Z-00087
              OPEN OUTPUT LCD-FILE
              IF LCD-OPEN-OK-Z-00086
                 CLOSE LCD-FILE
                 OPEN I-O LCD-FILE
              END-IF
           END-IF
           IF LCD-OPEN-OK-Z-00086
              SET LCD-ACCESS-OPEN-Z-00089 TO TRUE
           ELSE
              SET LCD-ACCESS-FAILED-Z-00091 TO TRUE
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTCYC last-counted file unavailable."
                  & X"00"
              MOVE "W" TO ALERT-SEV-Z-00120
              MOVE SPACES TO ALERT-TEXT-Z-00121
              STRING "CYCLE COUNT LAST-COUNTED FILE TSTCYC.lcd "
                        DELIMITED BY SIZE
                     "UNAVAILABLE STATUS " DELIMITED BY SIZE
                     LCD-FILE-STATUS-Z-00009 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00121
              PERFORM PARA-0001-0009
           END-IF
        END-IF
        IF NOT LCD-ACCESS-OPEN-Z-00089
           GO TO EXITPARA
        END-IF
        MOVE TABLE-NAME-Z-00115 TO LCD-TABLE-Z-00051
        MOVE WORK-ID-Z-00203 TO LCD-ITEM-ID-Z-00052
        READ LCD-FILE
           INVALID KEY
              GO TO EXITPARA
        END-READ
        MOVE "Y" TO LCD-FOUND-SWITCH-Z-00158 .

       EXITPARA.
       EXIT.

       PARA-0001-0015 SECTION .

        IF LCD-ACCESS-OPEN-Z-00089
           CLOSE LCD-FILE
        END-IF
        MOVE SPACES TO LCD-ACCESS-Z-00088
        IF MST-OPEN-Z-00094
           CLOSE MST-FILE
           MOVE "N" TO MST-OPEN-SWITCH-Z-00093
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0016 SECTION .

        MOVE "N" TO SUP-FOUND-SWITCH-Z-00152
        MOVE SPACES TO REFUSE-TEXT-Z-00122
        EVALUATE TRUE
           WHEN SUPERVISOR-ID-Z-00117 = SPACES
              MOVE "SUPERVISOR INITIALS (SUP=) REQUIRED"
                 TO REFUSE-TEXT-Z-00122
              GO TO EXITPARA
           WHEN SUPERVISOR-ID-Z-00117 = OPERATOR-ID-Z-00116
              MOVE "SUPERVISOR MUST DIFFER FROM OPERATOR"
                 TO REFUSE-TEXT-Z-00122
              GO TO EXITPARA
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        OPEN INPUT SUP-FILE
        IF NOT SUP-OPEN-OK-Z-00095
           MOVE "SUPERVISOR LIST TSTOUT.sup UNAVAILABLE"
              TO REFUSE-TEXT-Z-00122
           GO TO EXITPARA
        END-IF
        MOVE "N" TO SUP-EOF-SWITCH-Z-00150
        PERFORM PARA-0001-0017
           UNTIL SUP-EOF-Z-00151
           OR SUP-FOUND-Z-00153
        CLOSE SUP-FILE
        IF NOT SUP-FOUND-Z-00153
           MOVE "SUP= INITIALS NOT ON THE SUPERVISOR LIST"
              TO REFUSE-TEXT-Z-00122
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0017 SECTION .

        READ SUP-FILE
           AT END
              MOVE "Y" TO SUP-EOF-SWITCH-Z-00150
              GO TO EXITPARA
        END-READ
        IF SUP-0001-Z-00060 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        IF SUP-INITIALS-Z-00061 = SUPERVISOR-ID-Z-00117
           MOVE "Y" TO SUP-FOUND-SWITCH-Z-00152
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0018 SECTION .

        ADD 1 TO UPDATE-FAIL-COUNT-Z-00232
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC FAIL " DELIMITED BY SIZE
               CYC-ITEM-ID-Z-00006 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0001-0019 SECTION .

        ADD 1 TO UPDATE-FAIL-COUNT-Z-00232
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC FAIL LASTCOUNT " DELIMITED BY SIZE
               LCD-ITEM-ID-Z-00052 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE LCD-FILE-STATUS-Z-00009 TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0001-0020 SECTION .

        IF UPDATE-FAIL-COUNT-Z-00232 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE UPDATE-FAIL-COUNT-Z-00232 TO COUNT-AUD-Z-00223
        DISPLAY "COUNT FILE UPDATES FAILED: " COUNT-AUD-Z-00223
        MOVE "F" TO ALERT-SEV-Z-00120
        MOVE SPACES TO ALERT-TEXT-Z-00121
        STRING "CYCLE COUNT TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " COUNT FILE UPDATES FAILED, SEE AUDIT LOG"
                  DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00121
        PERFORM PARA-0001-0009 .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE SPACES TO RPT-FILE-NAME-Z-00015
        STRING "DBPATH/" DELIMITED BY SIZE
               RPT-TITLE-Z-00099 DELIMITED BY SPACE
           INTO RPT-FILE-NAME-Z-00015
        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00098
           MOVE RPT-FILE-STATUS-Z-00016 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Accessing cycle count listing. (tstcyc 1)",
              RPT-FILE-STATUS-Z-00016
        END-IF
        MOVE ZERO TO PAGE-NUM-Z-00226
        PERFORM PARA-0002-0002 .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        ADD 1 TO PAGE-NUM-Z-00226
        MOVE ZERO TO LINE-NUM-Z-00227
        MOVE PAGE-NUM-Z-00226 TO PAGE-NUM-ED-Z-00229
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-HEADER-RECORD-Z-00069 TO TRUE
        STRING RPT-TITLE-Z-00099 DELIMITED BY SPACE
               "  TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               "  RUN DATE: " DELIMITED BY SIZE
               RUN-DATE-Z-00112 DELIMITED BY SIZE
               "  RUN TIME: " DELIMITED BY SIZE
               RUN-TIME-Z-00113 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00229 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        WRITE RPT-0001-Z-00067
        ADD 1 TO LINE-NUM-Z-00227
        IF HEADING-TEXT-Z-00100 NOT = SPACES
           MOVE SPACES TO RPT-0001-Z-00067
           SET RPT-HEADER-RECORD-Z-00069 TO TRUE
           MOVE HEADING-TEXT-Z-00100 TO RPT-TEXT-Z-00074
           WRITE RPT-0001-Z-00067
           ADD 1 TO LINE-NUM-Z-00227
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        IF LINE-NUM-Z-00227 >= PAGECHK-Z-00228
           MOVE RPT-0001-Z-00067 TO LINE-HOLD-Z-00225
           PERFORM PARA-0002-0002
           MOVE LINE-HOLD-Z-00225 TO RPT-0001-Z-00067
        END-IF
        WRITE RPT-0001-Z-00067
        ADD 1 TO LINE-NUM-Z-00227 .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        MOVE COUNT-AUD-Z-00223 TO ED-COUNT-Z-00219
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        STRING RESULT-TEXT-Z-00200 DELIMITED BY SIZE
               ED-COUNT-Z-00219 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0002-0005 SECTION .

        MOVE "N" TO QTY-VALID-SWITCH-Z-00205
        IF QTY-TEXT-Z-00207 (1:1) = "-"
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO QTY-INT-TEXT-Z-00208
        MOVE SPACES TO QTY-DEC-TEXT-Z-00209
        MOVE ZERO TO QTY-INT-LEN-Z-00233
        MOVE ZERO TO QTY-DEC-LEN-Z-00234
        UNSTRING QTY-TEXT-Z-00207 DELIMITED BY "." OR ALL " "
           INTO QTY-INT-TEXT-Z-00208 COUNT IN QTY-INT-LEN-Z-00233,
                QTY-DEC-TEXT-Z-00209 COUNT IN QTY-DEC-LEN-Z-00234
        END-UNSTRING
        IF QTY-INT-LEN-Z-00233 > 8
        OR QTY-DEC-LEN-Z-00234 > 2
           GO TO EXITPARA
        END-IF
        INSPECT QTY-INT-TEXT-Z-00208
           REPLACING LEADING SPACE BY ZERO
        IF QTY-DEC-TEXT-Z-00209 = SPACES
           MOVE "00" TO QTY-DEC-TEXT-Z-00209
        END-IF
        IF QTY-DEC-TEXT-Z-00209 (2:1) = SPACE
           MOVE "0" TO QTY-DEC-TEXT-Z-00209 (2:1)
        END-IF
        IF QTY-INT-TEXT-Z-00208 IS NUMERIC
        AND QTY-DEC-TEXT-Z-00209 IS NUMERIC
           MOVE QTY-INT-TEXT-Z-00208 TO QTY-INT-NUM-Z-00210
           MOVE QTY-DEC-TEXT-Z-00209 TO QTY-DEC-NUM-Z-00211
           COMPUTE WORK-QTY-Z-00204 = QTY-INT-NUM-Z-00210
              + (QTY-DEC-NUM-Z-00211 / 100)
           MOVE "Y" TO QTY-VALID-SWITCH-Z-00205
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0006 SECTION .

        OPEN I-O CYC-FILE
        IF NOT CYC-OPEN-OK-Z-00084
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC no count in progress for this table."
               & X"00"
           DISPLAY "NO COUNT IN PROGRESS FOR TABLE " TABLE-NAME-Z-00115
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC " DELIMITED BY SIZE
                  COMMAND-KEY-Z-00105 DELIMITED BY SPACE
                  " FAIL NOCOUNT " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00118
           MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE "N" TO OPEN-COUNT-SWITCH-Z-00156
        OPEN INPUT CYC-FILE
        IF NOT CYC-OPEN-OK-Z-00084
        AND NOT CYC-NOT-FOUND-Z-00085
           MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Reading cycle count file. (tstcyc 5)",
              CYC-FILE-STATUS-Z-00007
        END-IF
        IF CYC-OPEN-OK-Z-00084
           MOVE "N" TO CYC-EOF-SWITCH-Z-00148
           PERFORM PARA-0003-0002
              UNTIL CYC-EOF-Z-00149
              OR OPEN-COUNT-Z-00157
           CLOSE CYC-FILE
        END-IF
        IF OPEN-COUNT-Z-00157
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC count already in progress, refused."
               & X"00"
           DISPLAY "A COUNT IS ALREADY IN PROGRESS FOR TABLE "
              TABLE-NAME-Z-00115 ", POST OR CANCEL IT FIRST"
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC SELECT REFUSED OPEN " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00118
           MOVE SPACES TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00083
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC item table not found, run cancelled."
               & X"00"
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC SELECT FAIL NOTBL " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00118
           MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT CYC-FILE
        IF NOT CYC-OPEN-OK-Z-00084
           CLOSE TBL-FILE
           MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Creating cycle count file. (tstcyc 2)",
              CYC-FILE-STATUS-Z-00007
        END-IF
        IF DAYS-REQUESTED-Z-00127
           PERFORM PARA-0001-0013
        END-IF
        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00092
           MOVE "Y" TO MST-OPEN-SWITCH-Z-00093
        ELSE
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "ITEM MASTER UNAVAILABLE STATUS " DELIMITED BY SIZE
                  MST-FILE-STATUS-Z-00011 DELIMITED BY SIZE
                  ", COUNT SHEETS WITHOUT DESCRIPTIONS"
                     DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
        END-IF
        MOVE "TSTCYC.sht" TO RPT-TITLE-Z-00099
        MOVE SPACES TO HEADING-TEXT-Z-00100
        PERFORM PARA-0002-0001
        PERFORM PARA-0003-0009
        SORT SORT-FILE
           ON ASCENDING KEY SRT-LAST-DATE-Z-00077
              ASCENDING KEY SRT-ITEM-ID-Z-00078
           INPUT PROCEDURE PARA-0003-0003
           OUTPUT PROCEDURE PARA-0003-0005
        CLOSE TBL-FILE
        CLOSE CYC-FILE
        PERFORM PARA-0003-0010
        MOVE SPACES TO HEADING-TEXT-Z-00100
        MOVE "LINE" TO HEADING-TEXT-Z-00100 (1:4)
        MOVE "ITEM-ID" TO HEADING-TEXT-Z-00100 (7:7)
        MOVE "DESCRIPTION" TO HEADING-TEXT-Z-00100 (24:11)
        MOVE "UOM" TO HEADING-TEXT-Z-00100 (56:3)
        MOVE "COUNTED QUANTITY" TO HEADING-TEXT-Z-00100 (62:16)
        MOVE "INITIALS" TO HEADING-TEXT-Z-00100 (80:8)
        MOVE ZERO TO SHEET-NO-Z-00173
        MOVE ZERO TO SHEET-LINE-Z-00174
        OPEN I-O CYC-FILE
        IF CYC-OPEN-OK-Z-00084
           MOVE "N" TO CYC-EOF-SWITCH-Z-00148
           PERFORM PARA-0003-0007
              UNTIL CYC-EOF-Z-00149
           CLOSE CYC-FILE
           IF SHEET-NO-Z-00173 > ZERO
              PERFORM PARA-0003-0008
           END-IF
        END-IF
        IF UPDATE-FAIL-COUNT-Z-00232 > ZERO
           MOVE UPDATE-FAIL-COUNT-Z-00232 TO COUNT-AUD-Z-00223
           MOVE "COUNT FILE UPDATES FAILED:" TO RESULT-TEXT-Z-00200
           PERFORM PARA-0002-0004
        END-IF
        CLOSE RPT-FILE
        PERFORM PARA-0001-0020
        IF DUP-COUNT-Z-00171 > ZERO
        OR INVALID-COUNT-Z-00170 > ZERO
           MOVE DUP-COUNT-Z-00171 TO COUNT-AUD-Z-00223
           MOVE INVALID-COUNT-Z-00170 TO COUNT-AUD-2-Z-00224
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT SELECTION TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " DUPLICATE IDS " DELIMITED BY SIZE
                  COUNT-AUD-Z-00223 DELIMITED BY SIZE
                  " INVALID RECORDS " DELIMITED BY SIZE
                  COUNT-AUD-2-Z-00224 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
        END-IF
        MOVE SELECTED-COUNT-Z-00166 TO ED-COUNT-Z-00219
        DISPLAY "ITEMS SELECTED FOR COUNT: " ED-COUNT-Z-00219
        MOVE SELECTED-COUNT-Z-00166 TO COUNT-AUD-Z-00223
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC SELECT " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " ITEMS=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        IF NOT CYC-OPEN-OK-Z-00084
           MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
           CLOSE CYC-FILE
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Reading cycle count file. (tstcyc 5)",
              AUDIT-STAT-Z-00119
        END-IF
        IF NOT CYC-CLOSED-Z-00032
           MOVE "Y" TO OPEN-COUNT-SWITCH-Z-00156
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        MOVE "N" TO TBL-EOF-SWITCH-Z-00146
        PERFORM PARA-0003-0004
           UNTIL TBL-EOF-Z-00147 .

       EXITPARA.
       EXIT.

       PARA-0003-0004 SECTION .

        READ TBL-FILE
           AT END
              SET TBL-EOF-Z-00147 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO READ-COUNT-Z-00172
        IF TBL-ITEM-ID-Z-00021 = SPACES
        OR TBL-ITEM-QTY-Z-00022 IS NOT NUMERIC
           ADD 1 TO INVALID-COUNT-Z-00170
           GO TO EXITPARA
        END-IF
        IF FROM-ID-Z-00123 NOT = SPACES
        AND TBL-ITEM-ID-Z-00021 < FROM-ID-Z-00123
           ADD 1 TO FILTERED-COUNT-Z-00169
           GO TO EXITPARA
        END-IF
        IF TO-ID-Z-00124 NOT = SPACES
        AND TBL-ITEM-ID-Z-00021 > TO-ID-Z-00124
           ADD 1 TO FILTERED-COUNT-Z-00169
           GO TO EXITPARA
        END-IF
        IF SELECT-STATUS-Z-00125 NOT = SPACES
        AND TBL-ITEM-STATUS-Z-00023 NOT = SELECT-STATUS-Z-00125
           ADD 1 TO FILTERED-COUNT-Z-00169
           GO TO EXITPARA
        END-IF
        MOVE NEVER-DATE-Z-00145 TO SRT-LAST-DATE-Z-00077
        IF DAYS-REQUESTED-Z-00127
           MOVE TBL-ITEM-ID-Z-00021 TO WORK-ID-Z-00203
           PERFORM PARA-0001-0014
           IF LCD-FOUND-Z-00159
              MOVE LCD-LAST-DATE-Z-00053 TO SRT-LAST-DATE-Z-00077
           END-IF
        END-IF
        MOVE TBL-ITEM-ID-Z-00021 TO SRT-ITEM-ID-Z-00078
        MOVE TBL-ITEM-QTY-Z-00022 TO SRT-ITEM-QTY-Z-00079
        MOVE TBL-ITEM-STATUS-Z-00023 TO SRT-ITEM-STATUS-Z-00080
        ADD 1 TO CANDIDATE-COUNT-Z-00162
        RELEASE SRT-0001-Z-00076 .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        MOVE CANDIDATE-COUNT-Z-00162 TO SAMPLE-QUOTA-Z-00163
        IF DAYS-REQUESTED-Z-00127
           DIVIDE CANDIDATE-COUNT-Z-00162 BY SAMPLE-DAYS-Z-00128
              GIVING SAMPLE-QUOTA-Z-00163
              REMAINDER SAMPLE-REM-Z-00164
           IF SAMPLE-REM-Z-00164 > ZERO
              ADD 1 TO SAMPLE-QUOTA-Z-00163
           END-IF
        END-IF
        MOVE ZERO TO SAMPLE-RANK-Z-00165
        MOVE "N" TO SORT-EOF-SWITCH-Z-00154
        PERFORM PARA-0003-0006
           UNTIL SORT-EOF-Z-00155 .

       EXITPARA.
       EXIT.

       PARA-0003-0006 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00155 TO TRUE
              GO TO EXITPARA
        END-RETURN
        ADD 1 TO SAMPLE-RANK-Z-00165
        IF DAYS-REQUESTED-Z-00127
           IF SRT-LAST-DATE-Z-00077 NOT > CUTOFF-DATE-Z-00144
              ADD 1 TO OVERDUE-COUNT-Z-00167
           ELSE
              IF SAMPLE-RANK-Z-00165 > SAMPLE-QUOTA-Z-00163
                 ADD 1 TO DEFERRED-COUNT-Z-00168
                 GO TO EXITPARA
              END-IF
           END-IF
        END-IF
        MOVE SPACES TO CYC-0001-Z-00024
        MOVE SRT-ITEM-ID-Z-00078 TO CYC-ITEM-ID-Z-00006
        SET CYC-SELECTED-Z-00026 TO TRUE
        MOVE SRT-ITEM-QTY-Z-00079 TO CYC-BOOK-QTY-Z-00034
        MOVE SRT-ITEM-STATUS-Z-00080 TO CYC-BOOK-STATUS-Z-00035
        MOVE RUN-DATE-Z-00112 TO CYC-SELECT-DATE-Z-00036
        MOVE OPERATOR-ID-Z-00116 TO CYC-SELECT-BY-Z-00037
        MOVE ZERO TO CYC-SHEET-NO-Z-00038
        MOVE ZERO TO CYC-SHEET-LINE-Z-00039
        MOVE ZERO TO CYC-COUNT-QTY-Z-00040
        MOVE ZERO TO CYC-CUR-QTY-Z-00048
        WRITE CYC-0001-Z-00024
           INVALID KEY
              ADD 1 TO DUP-COUNT-Z-00171
              MOVE SPACES TO RPT-0001-Z-00067
              SET RPT-DETAIL-RECORD-Z-00070 TO TRUE
              STRING "DUPLICATE ITEM-ID ON TABLE, SELECTED ONCE: "
                        DELIMITED BY SIZE
                     SRT-ITEM-ID-Z-00078 DELIMITED BY SIZE
                 INTO RPT-TEXT-Z-00074
              PERFORM PARA-0002-0003
              GO TO EXITPARA
        END-WRITE
        ADD 1 TO SELECTED-COUNT-Z-00166 .

       EXITPARA.
       EXIT.

       PARA-0003-0007 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        IF SHEET-NO-Z-00173 = ZERO
        OR SHEET-LINE-Z-00174 >= SHEET-MAX-Z-00175
           IF SHEET-NO-Z-00173 > ZERO
              PERFORM PARA-0003-0008
           END-IF
           ADD 1 TO SHEET-NO-Z-00173
           MOVE ZERO TO SHEET-LINE-Z-00174
           PERFORM PARA-0002-0002
        END-IF
        ADD 1 TO SHEET-LINE-Z-00174
        MOVE SHEET-NO-Z-00173 TO CYC-SHEET-NO-Z-00038
        MOVE SHEET-LINE-Z-00174 TO CYC-SHEET-LINE-Z-00039
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
        END-REWRITE
        MOVE SPACES TO MST-DESC-Z-00058
        MOVE SPACES TO MST-UOM-Z-00059
        IF MST-OPEN-Z-00094
           MOVE CYC-ITEM-ID-Z-00006 TO MST-ITEM-ID-Z-00010
           READ MST-FILE
              INVALID KEY
                 MOVE "*** NOT ON ITEM MASTER ***" TO MST-DESC-Z-00058
                 MOVE SPACES TO MST-UOM-Z-00059
           END-READ
        END-IF
        MOVE SHEET-LINE-Z-00174 TO ED-LINE-Z-00222
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-DETAIL-RECORD-Z-00070 TO TRUE
        STRING "  " DELIMITED BY SIZE
               ED-LINE-Z-00222 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CYC-ITEM-ID-Z-00006 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-DESC-Z-00058 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-UOM-Z-00059 DELIMITED BY SIZE
               "  ________________  ________" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        WRITE RPT-0001-Z-00067
        ADD 1 TO LINE-NUM-Z-00227 .

       EXITPARA.
       EXIT.

       PARA-0003-0008 SECTION .

        MOVE SHEET-NO-Z-00173 TO ED-SHEET-Z-00221
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-TRAILER-RECORD-Z-00071 TO TRUE
        STRING "SHEET " DELIMITED BY SIZE
               ED-SHEET-Z-00221 DELIMITED BY SIZE
               "  SELECTED " DELIMITED BY SIZE
               RUN-DATE-Z-00112 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
               "   COUNTED BY: ________  DATE: ________"
                  DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        WRITE RPT-0001-Z-00067
        ADD 1 TO LINE-NUM-Z-00227 .

       EXITPARA.
       EXIT.

       PARA-0003-0009 SECTION .

        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        STRING "CYCLE COUNT SELECTION  BY: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
               "  FROM: " DELIMITED BY SIZE
               FROM-ID-Z-00123 DELIMITED BY SIZE
               "  TO: " DELIMITED BY SIZE
               TO-ID-Z-00124 DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               SELECT-STATUS-Z-00125 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        IF DAYS-REQUESTED-Z-00127
           MOVE SAMPLE-DAYS-Z-00128 TO ED-DAYS-Z-00220
           STRING "ROTATING SAMPLE, EVERY ITEM COUNTED WITHIN "
                     DELIMITED BY SIZE
                  ED-DAYS-Z-00220 DELIMITED BY SIZE
                  " DAYS; DUE IF LAST COUNTED ON OR BEFORE "
                     DELIMITED BY SIZE
                  CUTOFF-DATE-Z-00144 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00074
        ELSE
           MOVE "EVERY ITEM MATCHING THE SELECTION IS COUNTED"
              TO RPT-TEXT-Z-00074
        END-IF
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0003-0010 SECTION .

        MOVE READ-COUNT-Z-00172 TO COUNT-AUD-Z-00223
        MOVE "RECORDS READ:             " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE INVALID-COUNT-Z-00170 TO COUNT-AUD-Z-00223
        MOVE "INVALID RECORDS SKIPPED:  " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE FILTERED-COUNT-Z-00169 TO COUNT-AUD-Z-00223
        MOVE "OUTSIDE ID RANGE/STATUS:  " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE CANDIDATE-COUNT-Z-00162 TO COUNT-AUD-Z-00223
        MOVE "ITEMS ELIGIBLE:           " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        IF DAYS-REQUESTED-Z-00127
           MOVE SAMPLE-QUOTA-Z-00163 TO COUNT-AUD-Z-00223
           MOVE "DAILY SAMPLE SIZE:        " TO RESULT-TEXT-Z-00200
           PERFORM PARA-0002-0004
           MOVE OVERDUE-COUNT-Z-00167 TO COUNT-AUD-Z-00223
           MOVE "DUE OR NEVER COUNTED:     " TO RESULT-TEXT-Z-00200
           PERFORM PARA-0002-0004
           MOVE DEFERRED-COUNT-Z-00168 TO COUNT-AUD-Z-00223
           MOVE "NOT DUE, LEFT FOR LATER:  " TO RESULT-TEXT-Z-00200
           PERFORM PARA-0002-0004
        END-IF
        MOVE DUP-COUNT-Z-00171 TO COUNT-AUD-Z-00223
        MOVE "DUPLICATE ITEM-IDS:       " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE SELECTED-COUNT-Z-00166 TO COUNT-AUD-Z-00223
        MOVE "ITEMS SELECTED FOR COUNT: " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        PERFORM PARA-0002-0006
        IF NOT CYC-OPEN-OK-Z-00084
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO OPEN-ITEMS-Z-00177
        MOVE "N" TO CYC-EOF-SWITCH-Z-00148
        PERFORM PARA-0004-0002
           UNTIL CYC-EOF-Z-00149
        MOVE "N" TO QUIT-SWITCH-Z-00160
        PERFORM PARA-0004-0003
           UNTIL QUIT-REQUESTED-Z-00161
        CLOSE CYC-FILE
        MOVE ENTERED-COUNT-Z-00176 TO COUNT-AUD-Z-00223
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC ENTER " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " COUNTS=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        IF CYC-SELECTED-Z-00026
        OR CYC-RECOUNT-Z-00030
           ADD 1 TO OPEN-ITEMS-Z-00177
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        MOVE OPEN-ITEMS-Z-00177 TO ED-COUNT-Z-00219
        DISPLAY " "
        DISPLAY "TSTCYC COUNT ENTRY  TABLE: " TABLE-NAME-Z-00115
           "  STILL TO COUNT: " ED-COUNT-Z-00219
           "  OP: " OPERATOR-ID-Z-00116
        DISPLAY "ITEM ID (BLANK TO END):"
        MOVE SPACES TO PANEL-INPUT-Z-00201
        ACCEPT PANEL-INPUT-Z-00201
        MOVE PANEL-INPUT-Z-00201 (1:15) TO WORK-ID-Z-00203
        IF WORK-ID-Z-00203 = SPACES
           MOVE "Y" TO QUIT-SWITCH-Z-00160
           GO TO EXITPARA
        END-IF
        MOVE WORK-ID-Z-00203 TO CYC-ITEM-ID-Z-00006
        READ CYC-FILE
           INVALID KEY
              DISPLAY "ITEM IS NOT ON THE COUNT SHEETS"
              GO TO EXITPARA
        END-READ
        EVALUATE TRUE
           WHEN CYC-SELECTED-Z-00026
              CONTINUE
           WHEN CYC-RECOUNT-Z-00030
              DISPLAY "RECOUNT REQUESTED FOR THIS ITEM"
           WHEN CYC-COUNTED-Z-00027
              DISPLAY "ALREADY COUNTED, A NEW ENTRY REPLACES IT"
           WHEN OTHER
              DISPLAY "COUNT FOR THIS ITEM IS ALREADY IN POSTING,"
                 " ENTRY REFUSED"
              GO TO EXITPARA
        END-EVALUATE
        MOVE CYC-SHEET-NO-Z-00038 TO ED-SHEET-Z-00221
        MOVE CYC-SHEET-LINE-Z-00039 TO ED-LINE-Z-00222
        DISPLAY "SHEET: " ED-SHEET-Z-00221 "  LINE: " ED-LINE-Z-00222
        DISPLAY "COUNTED QUANTITY:"
        MOVE SPACES TO PANEL-INPUT-Z-00201
        ACCEPT PANEL-INPUT-Z-00201
        IF PANEL-INPUT-Z-00201 = SPACES
           DISPLAY "QUANTITY REQUIRED"
           GO TO EXITPARA
        END-IF
        MOVE PANEL-INPUT-Z-00201 (1:12) TO QTY-TEXT-Z-00207
        PERFORM PARA-0002-0005
        IF PANEL-INPUT-Z-00201 (13:18) NOT = SPACES
           MOVE "N" TO QTY-VALID-SWITCH-Z-00205
        END-IF
        IF NOT QTY-VALID-Z-00206
           DISPLAY "QUANTITY MUST BE NUMERIC AND NOT NEGATIVE"
           GO TO EXITPARA
        END-IF
        MOVE WORK-QTY-Z-00204 TO ED-QTY-Z-00213
        DISPLAY "ITEM ID:  " WORK-ID-Z-00203
        DISPLAY "COUNTED:  " ED-QTY-Z-00213
        DISPLAY "CONFIRM, Y OR N:"
        MOVE SPACES TO PANEL-ANSWER-Z-00202
        ACCEPT PANEL-ANSWER-Z-00202
        IF PANEL-ANSWER-Z-00202 NOT = "Y"
           GO TO EXITPARA
        END-IF
        IF NOT CYC-COUNTED-Z-00027
           SUBTRACT 1 FROM OPEN-ITEMS-Z-00177
        END-IF
        ACCEPT CURRENT-DATE-Z-00110 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00111 FROM  TIME
        MOVE WORK-QTY-Z-00204 TO CYC-COUNT-QTY-Z-00040
        MOVE CURRENT-DATE-Z-00110 TO CYC-COUNT-DATE-Z-00041
        MOVE CURRENT-TIME-Z-00111 TO CYC-COUNT-TIME-Z-00042
        MOVE OPERATOR-ID-Z-00116 TO CYC-COUNT-BY-Z-00043
        MOVE SPACES TO CYC-SIGN-BY-Z-00044
        MOVE SPACES TO CYC-SIGN-DATE-Z-00045
        SET CYC-COUNTED-Z-00027 TO TRUE
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              DISPLAY "COUNT FILE UPDATE FAILED, ENTRY NOT SAVED"
              PERFORM PARA-0001-0018
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO ENTERED-COUNT-Z-00176
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC CNT " DELIMITED BY SIZE
               WORK-ID-Z-00203 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        PERFORM PARA-0002-0006
        IF NOT CYC-OPEN-OK-Z-00084
           GO TO EXITPARA
        END-IF
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00083
           CLOSE CYC-FILE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC item table not found, run cancelled."
               & X"00"
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC POST FAIL NOTBL " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00118
           MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE "N" TO TBL-EOF-SWITCH-Z-00146
        PERFORM PARA-0005-0002
           UNTIL TBL-EOF-Z-00147
        CLOSE TBL-FILE
        CLOSE CYC-FILE
        OPEN I-O CYC-FILE
        IF NOT CYC-OPEN-OK-Z-00084
           MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Accessing cycle count file. (tstcyc 4)",
              CYC-FILE-STATUS-Z-00007
        END-IF
        OPEN OUTPUT TRN-FILE
        IF NOT TRN-OPEN-OK-Z-00096
           CLOSE CYC-FILE
           MOVE TRN-FILE-STATUS-Z-00014 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00230,
              " ABORT - Creating count adjustment batch. (tstcyc 3)",
              TRN-FILE-STATUS-Z-00014
        END-IF
        MOVE "TSTCYC.var" TO RPT-TITLE-Z-00099
        MOVE SPACES TO HEADING-TEXT-Z-00100
        PERFORM PARA-0002-0001
        MOVE TOLERANCE-QTY-Z-00129 TO ED-QTY-Z-00213
        MOVE TOLERANCE-PCT-Z-00130 TO ED-DAYS-Z-00220
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        STRING "CYCLE COUNT VARIANCES  TOLERANCE QTY: "
                  DELIMITED BY SIZE
               ED-QTY-Z-00213 DELIMITED BY SIZE
               "  PCT: " DELIMITED BY SIZE
               ED-DAYS-Z-00220 DELIMITED BY SIZE
               "  (ZERO = NOT CHECKED)  BY: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003
        MOVE SPACES TO HEADING-TEXT-Z-00100
        MOVE "ITEM-ID" TO HEADING-TEXT-Z-00100 (1:7)
        MOVE "BOOK QTY" TO HEADING-TEXT-Z-00100 (20:8)
        MOVE "COUNTED" TO HEADING-TEXT-Z-00100 (34:7)
        MOVE "VARIANCE" TO HEADING-TEXT-Z-00100 (46:8)
        MOVE "VAR PCT" TO HEADING-TEXT-Z-00100 (57:7)
        MOVE "RESULT" TO HEADING-TEXT-Z-00100 (66:6)
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-HEADER-RECORD-Z-00069 TO TRUE
        MOVE HEADING-TEXT-Z-00100 TO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003
        MOVE "N" TO CYC-EOF-SWITCH-Z-00148
        PERFORM PARA-0005-0003
           UNTIL CYC-EOF-Z-00149
        CLOSE CYC-FILE
        CLOSE TRN-FILE
        MOVE NO-VAR-COUNT-Z-00179 TO COUNT-AUD-Z-00223
        MOVE "COUNTED, NO VARIANCE:           " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE POSTED-COUNT-Z-00178 TO COUNT-AUD-Z-00223
        MOVE "ADJUSTMENTS POSTED THIS RUN:    " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE OUTSTANDING-COUNT-Z-00185 TO COUNT-AUD-Z-00223
        MOVE "ADJUSTMENTS STILL OUTSTANDING:  " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE APPLIED-COUNT-Z-00184 TO COUNT-AUD-Z-00223
        MOVE "ADJUSTMENTS CONFIRMED APPLIED:  " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE WAIT-COUNT-Z-00180 TO COUNT-AUD-Z-00223
        MOVE "AWAITING SUPERVISOR SIGN-OFF:   " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE RECOUNT-COUNT-Z-00181 TO COUNT-AUD-Z-00223
        MOVE "RECOUNT REQUIRED:               " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE UNCOUNTED-COUNT-Z-00182 TO COUNT-AUD-Z-00223
        MOVE "NOT YET COUNTED:                " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE MISSING-COUNT-Z-00183 TO COUNT-AUD-Z-00223
        MOVE "NO LONGER ON TABLE:             " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE UPDATE-FAIL-COUNT-Z-00232 TO COUNT-AUD-Z-00223
        MOVE "COUNT FILE UPDATES FAILED:      " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE NET-VARIANCE-Z-00194 TO ED-NET-Z-00216
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        STRING "NET QUANTITY ADJUSTED THIS RUN: " DELIMITED BY SIZE
               ED-NET-Z-00216 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003
        IF TRN-COUNT-Z-00187 > ZERO
           MOVE TRN-COUNT-Z-00187 TO COUNT-AUD-Z-00223
           MOVE "ADJUSTMENT LINES IN BATCH:      "
              TO RESULT-TEXT-Z-00200
           PERFORM PARA-0002-0004
           MOVE SPACES TO RPT-0001-Z-00067
           SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
           STRING "APPLY WITH: TSTMNT " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " TRN=" DELIMITED BY SIZE
                  TRN-NAME-Z-00097 DELIMITED BY SPACE
                  " OP=" DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
                  "  THEN RUN TSTCYC POST AGAIN TO CONFIRM"
                     DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00074
           PERFORM PARA-0002-0003
           DISPLAY "ADJUSTMENT BATCH WRITTEN: " TRN-FILE-NAME-Z-00013
        END-IF
        CLOSE RPT-FILE
        IF WAIT-COUNT-Z-00180 > ZERO
           MOVE WAIT-COUNT-Z-00180 TO COUNT-AUD-Z-00223
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  COUNT-AUD-Z-00223 DELIMITED BY SIZE
                  " VARIANCES OUTSIDE TOLERANCE AWAIT SIGN-OFF"
                     DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
        END-IF
        IF MISSING-COUNT-Z-00183 > ZERO
           MOVE MISSING-COUNT-Z-00183 TO COUNT-AUD-Z-00223
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  COUNT-AUD-Z-00223 DELIMITED BY SIZE
                  " COUNTED ITEMS NO LONGER ON THE TABLE"
                     DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
        END-IF
        PERFORM PARA-0001-0020
        MOVE POSTED-COUNT-Z-00178 TO COUNT-AUD-Z-00223
        MOVE WAIT-COUNT-Z-00180 TO COUNT-AUD-2-Z-00224
        DISPLAY "ADJUSTMENTS POSTED: " COUNT-AUD-Z-00223
           "  AWAITING SIGN-OFF: " COUNT-AUD-2-Z-00224
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC POST " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " ADJ=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " WAIT=" DELIMITED BY SIZE
               COUNT-AUD-2-Z-00224 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        READ TBL-FILE
           AT END
              SET TBL-EOF-Z-00147 TO TRUE
              GO TO EXITPARA
        END-READ
        IF TBL-ITEM-ID-Z-00021 = SPACES
        OR TBL-ITEM-QTY-Z-00022 IS NOT NUMERIC
           GO TO EXITPARA
        END-IF
        MOVE TBL-ITEM-ID-Z-00021 TO CYC-ITEM-ID-Z-00006
        READ CYC-FILE
           INVALID KEY
              GO TO EXITPARA
        END-READ
        IF CYC-SEEN-STAMP-Z-00047 = RUN-STAMP-Z-00114
           GO TO EXITPARA
        END-IF
        MOVE TBL-ITEM-QTY-Z-00022 TO CYC-CUR-QTY-Z-00048
        MOVE TBL-ITEM-STATUS-Z-00023 TO CYC-CUR-STATUS-Z-00049
        MOVE RUN-STAMP-Z-00114 TO CYC-SEEN-STAMP-Z-00047
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
        END-REWRITE .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO RESULT-TEXT-Z-00200
        EVALUATE TRUE
           WHEN CYC-CLOSED-Z-00032
              ADD 1 TO CLOSED-COUNT-Z-00186
              GO TO EXITPARA
           WHEN CYC-SELECTED-Z-00026
              ADD 1 TO UNCOUNTED-COUNT-Z-00182
              MOVE "NOT COUNTED" TO RESULT-TEXT-Z-00200
           WHEN CYC-RECOUNT-Z-00030
              ADD 1 TO RECOUNT-COUNT-Z-00181
              MOVE "RECOUNT REQUIRED" TO RESULT-TEXT-Z-00200
           WHEN CYC-WAITING-Z-00028
              ADD 1 TO WAIT-COUNT-Z-00180
              MOVE "AWAITING SUPERVISOR SIGN-OFF"
                 TO RESULT-TEXT-Z-00200
           WHEN CYC-SEEN-STAMP-Z-00047 NOT = RUN-STAMP-Z-00114
              ADD 1 TO MISSING-COUNT-Z-00183
              MOVE "ITEM NO LONGER ON TABLE" TO RESULT-TEXT-Z-00200
           WHEN CYC-POSTED-Z-00031
              PERFORM PARA-0005-0004
           WHEN OTHER
              PERFORM PARA-0005-0005
        END-EVALUATE
        PERFORM PARA-0005-0009 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        EVALUATE TRUE
           WHEN CYC-CUR-QTY-Z-00048 = CYC-COUNT-QTY-Z-00040
              SET CYC-CLOSED-Z-00032 TO TRUE
              MOVE "AP" TO CYC-REASON-Z-00033
              ADD 1 TO APPLIED-COUNT-Z-00184
              MOVE "ADJUSTMENT APPLIED, CLOSED"
                 TO RESULT-TEXT-Z-00200
           WHEN CYC-CUR-QTY-Z-00048 = CYC-BOOK-QTY-Z-00034
              PERFORM PARA-0005-0008
              ADD 1 TO OUTSTANDING-COUNT-Z-00185
              MOVE "ADJUSTMENT OUTSTANDING, REWRITTEN"
                 TO RESULT-TEXT-Z-00200
           WHEN OTHER
              SET CYC-RECOUNT-Z-00030 TO TRUE
              MOVE CYC-CUR-QTY-Z-00048 TO CYC-BOOK-QTY-Z-00034
              MOVE CYC-CUR-STATUS-Z-00049 TO CYC-BOOK-STATUS-Z-00035
              ADD 1 TO RECOUNT-COUNT-Z-00181
              MOVE "ADJUSTMENT NOT APPLIED, RECOUNT"
                 TO RESULT-TEXT-Z-00200
        END-EVALUATE
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
        END-REWRITE .

       EXITPARA.
       EXIT.

       PARA-0005-0005 SECTION .

        IF CYC-CUR-QTY-Z-00048 NOT = CYC-BOOK-QTY-Z-00034
           SET CYC-RECOUNT-Z-00030 TO TRUE
           MOVE CYC-CUR-QTY-Z-00048 TO CYC-BOOK-QTY-Z-00034
           MOVE CYC-CUR-STATUS-Z-00049 TO CYC-BOOK-STATUS-Z-00035
           ADD 1 TO RECOUNT-COUNT-Z-00181
           MOVE "BOOK CHANGED, RECOUNT REQUIRED"
              TO RESULT-TEXT-Z-00200
           REWRITE CYC-0001-Z-00024
              INVALID KEY
                 PERFORM PARA-0001-0018
           END-REWRITE
           GO TO EXITPARA
        END-IF
        COMPUTE VARIANCE-Z-00195 =
           CYC-COUNT-QTY-Z-00040 - CYC-BOOK-QTY-Z-00034
        IF CYC-COUNTED-Z-00027
           PERFORM PARA-0005-0006
        END-IF
        IF VARIANCE-Z-00195 = ZERO
           SET CYC-CLOSED-Z-00032 TO TRUE
           MOVE "NV" TO CYC-REASON-Z-00033
           ADD 1 TO NO-VAR-COUNT-Z-00179
           MOVE "NO VARIANCE, CLOSED" TO RESULT-TEXT-Z-00200
        ELSE
           PERFORM PARA-0005-0007
           IF CYC-ACCEPTED-Z-00029
              MOVE SPACES TO RESULT-TEXT-Z-00200
              STRING "SIGNED OFF BY " DELIMITED BY SIZE
                     CYC-SIGN-BY-Z-00044 DELIMITED BY SIZE
                     ", POSTED" DELIMITED BY SIZE
                 INTO RESULT-TEXT-Z-00200
           END-IF
           IF CYC-ACCEPTED-Z-00029
           OR WITHIN-TOLERANCE-Z-00199
              IF NOT CYC-ACCEPTED-Z-00029
                 MOVE "WITHIN TOLERANCE, POSTED"
                    TO RESULT-TEXT-Z-00200
              END-IF
              PERFORM PARA-0005-0008
              SET CYC-POSTED-Z-00031 TO TRUE
              MOVE RUN-DATE-Z-00112 TO CYC-POST-DATE-Z-00046
              ADD 1 TO POSTED-COUNT-Z-00178
              ADD VARIANCE-Z-00195 TO NET-VARIANCE-Z-00194
           ELSE
              SET CYC-WAITING-Z-00028 TO TRUE
              ADD 1 TO WAIT-COUNT-Z-00180
              MOVE "OUTSIDE TOLERANCE, AWAITING SIGNOFF"
                 TO RESULT-TEXT-Z-00200
           END-IF
        END-IF
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
        END-REWRITE .

       EXITPARA.
       EXIT.

       PARA-0005-0006 SECTION .

        MOVE CYC-ITEM-ID-Z-00006 TO WORK-ID-Z-00203
        PERFORM PARA-0001-0014
        IF NOT LCD-ACCESS-OPEN-Z-00089
           GO TO EXITPARA
        END-IF
        IF LCD-FOUND-Z-00159
        AND LCD-LAST-DATE-Z-00053 > CYC-COUNT-DATE-Z-00041
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO LCD-0001-Z-00050
        MOVE TABLE-NAME-Z-00115 TO LCD-TABLE-Z-00051
        MOVE CYC-ITEM-ID-Z-00006 TO LCD-ITEM-ID-Z-00052
        MOVE CYC-COUNT-DATE-Z-00041 TO LCD-LAST-DATE-Z-00053
        MOVE CYC-COUNT-BY-Z-00043 TO LCD-LAST-BY-Z-00054
        MOVE CYC-COUNT-QTY-Z-00040 TO LCD-LAST-QTY-Z-00055
        MOVE VARIANCE-Z-00195 TO LCD-LAST-VAR-Z-00056
        IF LCD-FOUND-Z-00159
           REWRITE LCD-0001-Z-00050
              INVALID KEY
                 PERFORM PARA-0001-0019
           END-REWRITE
        ELSE
           WRITE LCD-0001-Z-00050
              INVALID KEY
                 PERFORM PARA-0001-0019
           END-WRITE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0007 SECTION .

        MOVE "Y" TO TOLERANCE-SWITCH-Z-00198
        MOVE VARIANCE-Z-00195 TO VARIANCE-ABS-Z-00196
        IF VARIANCE-ABS-Z-00196 < ZERO
           MULTIPLY -1 BY VARIANCE-ABS-Z-00196
        END-IF
        IF TOLERANCE-QTY-Z-00129 > ZERO
        AND VARIANCE-ABS-Z-00196 > TOLERANCE-QTY-Z-00129
           MOVE "N" TO TOLERANCE-SWITCH-Z-00198
        END-IF
        IF TOLERANCE-PCT-Z-00130 = ZERO
           GO TO EXITPARA
        END-IF
        IF CYC-BOOK-QTY-Z-00034 = ZERO
           MOVE "N" TO TOLERANCE-SWITCH-Z-00198
           GO TO EXITPARA
        END-IF
        COMPUTE VARIANCE-PCT-Z-00197 ROUNDED =
           VARIANCE-ABS-Z-00196 * 100 / CYC-BOOK-QTY-Z-00034
           ON SIZE ERROR
              MOVE 999999.9 TO VARIANCE-PCT-Z-00197
        END-COMPUTE
        IF VARIANCE-PCT-Z-00197 < ZERO
           MULTIPLY -1 BY VARIANCE-PCT-Z-00197
        END-IF
        IF VARIANCE-PCT-Z-00197 > TOLERANCE-PCT-Z-00130
           MOVE "N" TO TOLERANCE-SWITCH-Z-00198
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0008 SECTION .

        MOVE SPACES TO TRN-0001-Z-00062
        MOVE CYC-COUNT-DATE-Z-00041 TO TRN-DATE-Z-00063
        MOVE "ADJ" TO TRN-ACTION-Z-00064
        MOVE CYC-ITEM-ID-Z-00006 TO TRN-ITEM-ID-Z-00065
        MOVE CYC-COUNT-QTY-Z-00040 TO TRN-QTY-ED-Z-00212
        MOVE TRN-QTY-ED-Z-00212 TO TRN-QTY-TEXT-Z-00066
        WRITE TRN-0001-Z-00062
        ADD 1 TO TRN-COUNT-Z-00187 .

       EXITPARA.
       EXIT.

       PARA-0005-0009 SECTION .

        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-DETAIL-RECORD-Z-00070 TO TRUE
        MOVE CYC-ITEM-ID-Z-00006 TO RPT-TEXT-Z-00074 (1:15)
        MOVE CYC-BOOK-QTY-Z-00034 TO ED-QTY-Z-00213
        MOVE ED-QTY-Z-00213 TO RPT-TEXT-Z-00074 (17:12)
        IF NOT CYC-SELECTED-Z-00026
        AND NOT CYC-RECOUNT-Z-00030
           COMPUTE VARIANCE-Z-00195 =
              CYC-COUNT-QTY-Z-00040 - CYC-BOOK-QTY-Z-00034
           MOVE CYC-COUNT-QTY-Z-00040 TO ED-QTY-2-Z-00214
           MOVE ED-QTY-2-Z-00214 TO RPT-TEXT-Z-00074 (30:12)
           MOVE VARIANCE-Z-00195 TO ED-QTY-3-Z-00215
           MOVE ED-QTY-3-Z-00215 TO RPT-TEXT-Z-00074 (43:12)
           IF CYC-BOOK-QTY-Z-00034 = ZERO
              MOVE "    N/A" TO RPT-TEXT-Z-00074 (56:7)
           ELSE
              COMPUTE VARIANCE-PCT-Z-00197 ROUNDED =
                 VARIANCE-Z-00195 * 100 / CYC-BOOK-QTY-Z-00034
                 ON SIZE ERROR
                    MOVE 999999.9 TO VARIANCE-PCT-Z-00197
              END-COMPUTE
              MOVE VARIANCE-PCT-Z-00197 TO ED-PCT-Z-00217
              MOVE ED-PCT-Z-00217 TO RPT-TEXT-Z-00074 (56:9)
           END-IF
        END-IF
        MOVE RESULT-TEXT-Z-00200 TO RPT-TEXT-Z-00074 (66:35)
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        PERFORM PARA-0001-0016
        IF REFUSE-TEXT-Z-00122 NOT = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC sign-off refused."
               & X"00"
           DISPLAY "SIGN-OFF REFUSED: " REFUSE-TEXT-Z-00122
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT SIGN-OFF REFUSED TABLE "
                     DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " OP " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  REFUSE-TEXT-Z-00122 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC SIGNOFF REFUSED BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
                  " SUP " DELIMITED BY SIZE
                  SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00118
           MOVE SPACES TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0006
        IF NOT CYC-OPEN-OK-Z-00084
           GO TO EXITPARA
        END-IF
        MOVE "N" TO CYC-EOF-SWITCH-Z-00148
        MOVE "N" TO QUIT-SWITCH-Z-00160
        PERFORM PARA-0006-0002
           UNTIL CYC-EOF-Z-00149
           OR QUIT-REQUESTED-Z-00161
        CLOSE CYC-FILE
        IF WAIT-COUNT-Z-00180 = ZERO
           DISPLAY "NO COUNTS ARE WAITING FOR SIGN-OFF ON TABLE "
              TABLE-NAME-Z-00115
        END-IF
        MOVE SIGNED-COUNT-Z-00188 TO COUNT-AUD-Z-00223
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC SIGNOFF " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " ITEMS=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        IF NOT CYC-WAITING-Z-00028
           GO TO EXITPARA
        END-IF
        ADD 1 TO WAIT-COUNT-Z-00180
        COMPUTE VARIANCE-Z-00195 =
           CYC-COUNT-QTY-Z-00040 - CYC-BOOK-QTY-Z-00034
        MOVE CYC-BOOK-QTY-Z-00034 TO ED-QTY-Z-00213
        MOVE CYC-COUNT-QTY-Z-00040 TO ED-QTY-2-Z-00214
        MOVE VARIANCE-Z-00195 TO ED-QTY-3-Z-00215
        DISPLAY " "
        DISPLAY "TSTCYC SIGN-OFF  TABLE: " TABLE-NAME-Z-00115
           "  SUP: " SUPERVISOR-ID-Z-00117
        DISPLAY "ITEM ID:   " CYC-ITEM-ID-Z-00006
        DISPLAY "BOOK QTY:  " ED-QTY-Z-00213
           "  STATUS: " CYC-BOOK-STATUS-Z-00035
        DISPLAY "COUNTED:   " ED-QTY-2-Z-00214
           "  BY: " CYC-COUNT-BY-Z-00043
           "  ON: " CYC-COUNT-DATE-Z-00041
        IF CYC-BOOK-QTY-Z-00034 = ZERO
           DISPLAY "VARIANCE:  " ED-QTY-3-Z-00215
        ELSE
           COMPUTE VARIANCE-PCT-Z-00197 ROUNDED =
              VARIANCE-Z-00195 * 100 / CYC-BOOK-QTY-Z-00034
              ON SIZE ERROR
                 MOVE 999999.9 TO VARIANCE-PCT-Z-00197
           END-COMPUTE
           MOVE VARIANCE-PCT-Z-00197 TO ED-PCT-Z-00217
           DISPLAY "VARIANCE:  " ED-QTY-3-Z-00215
              "  PCT: " ED-PCT-Z-00217
        END-IF
        IF CYC-COUNT-BY-Z-00043 = SUPERVISOR-ID-Z-00117
           DISPLAY "COUNTED UNDER YOUR INITIALS,"
              " ANOTHER SUPERVISOR MUST SIGN OFF"
           GO TO EXITPARA
        END-IF
        DISPLAY "A=ACCEPT COUNT  R=RECOUNT  S=SKIP  Q=QUIT:"
        MOVE SPACES TO PANEL-ANSWER-Z-00202
        ACCEPT PANEL-ANSWER-Z-00202
        EVALUATE PANEL-ANSWER-Z-00202
           WHEN "A"
              SET CYC-ACCEPTED-Z-00029 TO TRUE
              MOVE "ACC" TO PANEL-INPUT-Z-00201
           WHEN "R"
              SET CYC-RECOUNT-Z-00030 TO TRUE
              MOVE "RCT" TO PANEL-INPUT-Z-00201
           WHEN "Q"
              MOVE "Y" TO QUIT-SWITCH-Z-00160
              GO TO EXITPARA
           WHEN OTHER
              GO TO EXITPARA
        END-EVALUATE
        MOVE SUPERVISOR-ID-Z-00117 TO CYC-SIGN-BY-Z-00044
        MOVE RUN-DATE-Z-00112 TO CYC-SIGN-DATE-Z-00045
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              DISPLAY "COUNT FILE UPDATE FAILED, DECISION NOT SAVED"
              PERFORM PARA-0001-0018
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO SIGNED-COUNT-Z-00188
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC SGN " DELIMITED BY SIZE
               PANEL-INPUT-Z-00201 (1:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CYC-ITEM-ID-Z-00006 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0001 SECTION .

        IF SUPERVISOR-ID-Z-00117 NOT = SPACES
           PERFORM PARA-0007-0003
           IF NOT FORCE-CLOSE-Z-00237
              GO TO EXITPARA
           END-IF
        END-IF
        PERFORM PARA-0002-0006
        IF NOT CYC-OPEN-OK-Z-00084
           GO TO EXITPARA
        END-IF
        MOVE "N" TO CYC-EOF-SWITCH-Z-00148
        PERFORM PARA-0007-0002
           UNTIL CYC-EOF-Z-00149
        CLOSE CYC-FILE
        PERFORM PARA-0001-0020
        MOVE CANCEL-COUNT-Z-00189 TO COUNT-AUD-Z-00223
        DISPLAY "COUNT ITEMS CANCELLED: " COUNT-AUD-Z-00223
        IF OUTSTANDING-COUNT-Z-00185 > ZERO
           MOVE OUTSTANDING-COUNT-Z-00185 TO COUNT-AUD-2-Z-00224
           DISPLAY COUNT-AUD-2-Z-00224
              " POSTED ADJUSTMENTS KEPT, RUN TSTCYC POST AFTER "
              "TSTMNT APPLIES " TRN-NAME-Z-00097
           DISPLAY "IF TSTMNT REFUSED THEM, CANCEL WITH SUP= AND "
              "REASON= TO CLOSE THEM UNAPPLIED"
        END-IF
        IF FORCE-CLOSE-COUNT-Z-00238 > ZERO
           MOVE FORCE-CLOSE-COUNT-Z-00238 TO COUNT-AUD-2-Z-00224
           DISPLAY COUNT-AUD-2-Z-00224
              " POSTED ADJUSTMENTS CLOSED UNAPPLIED BY SUPERVISOR "
              SUPERVISOR-ID-Z-00117
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " ADJUSTMENTS CLOSED UNAPPLIED " DELIMITED BY SIZE
                  COUNT-AUD-2-Z-00224 DELIMITED BY SIZE
                  " SUP " DELIMITED BY SIZE
                  SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  CLOSE-REASON-Z-00235 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
        END-IF
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC CANCEL " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " ITEMS=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00116 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0002 SECTION .

        READ CYC-FILE NEXT RECORD
           AT END
              SET CYC-EOF-Z-00149 TO TRUE
              GO TO EXITPARA
        END-READ
        IF CYC-CLOSED-Z-00032
           GO TO EXITPARA
        END-IF
        IF CYC-POSTED-Z-00031
        AND NOT FORCE-CLOSE-Z-00237
           ADD 1 TO OUTSTANDING-COUNT-Z-00185
           GO TO EXITPARA
        END-IF
        IF CYC-POSTED-Z-00031
           PERFORM PARA-0007-0004
           GO TO EXITPARA
        END-IF
        SET CYC-CLOSED-Z-00032 TO TRUE
        MOVE "CN" TO CYC-REASON-Z-00033
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO CANCEL-COUNT-Z-00189 .

       EXITPARA.
       EXIT.

       PARA-0007-0003 SECTION .

        MOVE "N" TO FORCE-CLOSE-SWITCH-Z-00236
        PERFORM PARA-0001-0016
        IF REFUSE-TEXT-Z-00122 = SPACES
        AND CLOSE-REASON-Z-00235 = SPACES
           MOVE "REASON= REQUIRED TO CLOSE POSTED ADJUSTMENTS"
              TO REFUSE-TEXT-Z-00122
        END-IF
        IF REFUSE-TEXT-Z-00122 NOT = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC supervisor close refused."
               & X"00"
           DISPLAY "SUPERVISOR CLOSE REFUSED: " REFUSE-TEXT-Z-00122
           MOVE "W" TO ALERT-SEV-Z-00120
           MOVE SPACES TO ALERT-TEXT-Z-00121
           STRING "CYCLE COUNT SUPERVISOR CLOSE REFUSED TABLE "
                     DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
                  " OP " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  REFUSE-TEXT-Z-00122 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00121
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC CLOSE REFUSED BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00116 DELIMITED BY SIZE
                  " SUP " DELIMITED BY SIZE
                  SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00118
           MOVE SPACES TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO FORCE-CLOSE-SWITCH-Z-00236
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC CLOSE SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLOSE-REASON-Z-00235 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0004 SECTION .

        SET CYC-CLOSED-Z-00032 TO TRUE
        MOVE "SC" TO CYC-REASON-Z-00033
        REWRITE CYC-0001-Z-00024
           INVALID KEY
              PERFORM PARA-0001-0018
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO FORCE-CLOSE-COUNT-Z-00238
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC CLOSE " DELIMITED BY SIZE
               CYC-ITEM-ID-Z-00006 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00117 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE CYC-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0008-0001 SECTION .

        PERFORM PARA-0001-0013
        MOVE "TSTCYC.cov" TO RPT-TITLE-Z-00099
        MOVE SPACES TO HEADING-TEXT-Z-00100
        MOVE "ITEM-ID" TO HEADING-TEXT-Z-00100 (1:7)
        MOVE "ST" TO HEADING-TEXT-Z-00100 (17:2)
        MOVE "LAST COUNT" TO HEADING-TEXT-Z-00100 (20:10)
        MOVE "BY" TO HEADING-TEXT-Z-00100 (31:2)
        MOVE "COUNTED QTY" TO HEADING-TEXT-Z-00100 (36:11)
        MOVE "VARIANCE" TO HEADING-TEXT-Z-00100 (50:8)
        MOVE "COVERAGE" TO HEADING-TEXT-Z-00100 (61:8)
        PERFORM PARA-0002-0001
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00083
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCYC item table not found, run cancelled."
               & X"00"
           MOVE SPACES TO RPT-0001-Z-00067
           SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
           STRING "TABLE NOT READ, STATUS " DELIMITED BY SIZE
                  TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00074
           PERFORM PARA-0002-0003
           CLOSE RPT-FILE
           MOVE SPACES TO AUDIT-EVENT-Z-00118
           STRING "CYC COVER FAIL NOTBL " DELIMITED BY SIZE
                  TABLE-NAME-Z-00115 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00118
           MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00119
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE "N" TO TBL-EOF-SWITCH-Z-00146
        PERFORM PARA-0008-0002
           UNTIL TBL-EOF-Z-00147
        CLOSE TBL-FILE
        MOVE ZERO TO COVER-PCT-Z-00193
        IF ITEM-TOTAL-Z-00190 > ZERO
           COMPUTE COVER-PCT-Z-00193 ROUNDED =
              COVERED-COUNT-Z-00191 * 100 / ITEM-TOTAL-Z-00190
        END-IF
        MOVE SAMPLE-DAYS-Z-00128 TO ED-DAYS-Z-00220
        MOVE COVER-PCT-Z-00193 TO ED-COVER-PCT-Z-00218
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-SUMMARY-RECORD-Z-00072 TO TRUE
        STRING "COUNT COVERAGE OVER " DELIMITED BY SIZE
               ED-DAYS-Z-00220 DELIMITED BY SIZE
               " DAYS, COUNTED AFTER " DELIMITED BY SIZE
               CUTOFF-DATE-Z-00144 DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ED-COVER-PCT-Z-00218 DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00074
        PERFORM PARA-0002-0003
        MOVE ITEM-TOTAL-Z-00190 TO COUNT-AUD-Z-00223
        MOVE "ITEMS ON TABLE:            " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE COVERED-COUNT-Z-00191 TO COUNT-AUD-Z-00223
        MOVE "COUNTED WITHIN PERIOD:     " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE OVERDUE-COUNT-Z-00167 TO COUNT-AUD-Z-00223
        MOVE "OVERDUE:                   " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE NEVER-COUNT-Z-00192 TO COUNT-AUD-Z-00223
        MOVE "NEVER COUNTED:             " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        MOVE INVALID-COUNT-Z-00170 TO COUNT-AUD-Z-00223
        MOVE "INVALID RECORDS SKIPPED:   " TO RESULT-TEXT-Z-00200
        PERFORM PARA-0002-0004
        CLOSE RPT-FILE
        DISPLAY "COUNT COVERAGE " ED-COVER-PCT-Z-00218 " PCT"
        COMPUTE COUNT-AUD-Z-00223 =
           OVERDUE-COUNT-Z-00167 + NEVER-COUNT-Z-00192
        MOVE SPACES TO AUDIT-EVENT-Z-00118
        STRING "CYC COVER " DELIMITED BY SIZE
               TABLE-NAME-Z-00115 DELIMITED BY SPACE
               " PCT=" DELIMITED BY SIZE
               ED-COVER-PCT-Z-00218 DELIMITED BY SIZE
               " DUE=" DELIMITED BY SIZE
               COUNT-AUD-Z-00223 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00118
        MOVE SPACES TO AUDIT-STAT-Z-00119
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0008-0002 SECTION .

        READ TBL-FILE
           AT END
              SET TBL-EOF-Z-00147 TO TRUE
              GO TO EXITPARA
        END-READ
        IF TBL-ITEM-ID-Z-00021 = SPACES
        OR TBL-ITEM-QTY-Z-00022 IS NOT NUMERIC
           ADD 1 TO INVALID-COUNT-Z-00170
           GO TO EXITPARA
        END-IF
        ADD 1 TO ITEM-TOTAL-Z-00190
        MOVE TBL-ITEM-ID-Z-00021 TO WORK-ID-Z-00203
        PERFORM PARA-0001-0014
        MOVE SPACES TO RPT-0001-Z-00067
        SET RPT-DETAIL-RECORD-Z-00070 TO TRUE
        MOVE TBL-ITEM-ID-Z-00021 TO RPT-TEXT-Z-00074 (1:15)
        MOVE TBL-ITEM-STATUS-Z-00023 TO RPT-TEXT-Z-00074 (17:1)
        IF LCD-FOUND-Z-00159
           MOVE LCD-LAST-DATE-Z-00053 TO RPT-TEXT-Z-00074 (20:8)
           MOVE LCD-LAST-BY-Z-00054 TO RPT-TEXT-Z-00074 (31:3)
           MOVE LCD-LAST-QTY-Z-00055 TO ED-QTY-Z-00213
           MOVE ED-QTY-Z-00213 TO RPT-TEXT-Z-00074 (35:12)
           MOVE LCD-LAST-VAR-Z-00056 TO ED-QTY-2-Z-00214
           MOVE ED-QTY-2-Z-00214 TO RPT-TEXT-Z-00074 (48:12)
           IF LCD-LAST-DATE-Z-00053 > CUTOFF-DATE-Z-00144
              ADD 1 TO COVERED-COUNT-Z-00191
              MOVE "CURRENT" TO RPT-TEXT-Z-00074 (61:7)
           ELSE
              ADD 1 TO OVERDUE-COUNT-Z-00167
              MOVE "OVERDUE" TO RPT-TEXT-Z-00074 (61:7)
           END-IF
        ELSE
           ADD 1 TO NEVER-COUNT-Z-00192
           MOVE "NEVER COUNTED" TO RPT-TEXT-Z-00074 (61:13)
        END-IF
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.
