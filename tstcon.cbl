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
       PROGRAM-ID. TSTCON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TBL-FILE ASSIGN TO TBL-FILE-NAME-Z-00003
           FILE STATUS TBL-FILE-STATUS-Z-00004.
        SELECT CTL-FILE ASSIGN TO CTL-FILE-NAME-Z-00005
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS CTL-FILE-STATUS-Z-00006.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTCON.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00007.
        SELECT CSV-FILE ASSIGN TO "DBPATH/TSTCON.csv"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS CSV-FILE-STATUS-Z-00008.
        SELECT ONE-FILE ASSIGN TO "DBPATH/TSTCON.wrk"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ONE-FILE-STATUS-Z-00009.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTCON.srt".
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00010
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00011.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00012.

       DATA DIVISION.

       FILE SECTION.
       FD  TBL-FILE.
       01 TBL-0001-Z-00013.
          02 TBL-ITEM-ID-Z-00014 PIC X(15).
          02 TBL-ITEM-QTY-Z-00015 PIC S9(8)V99.
          02 TBL-ITEM-STATUS-Z-00016 PIC X(1).
          02 FILLER PIC X(74).

       FD  CTL-FILE.
       01 CTL-0001-Z-00017 PIC X(80).

       FD  RPT-FILE.
       01 RPT-0001-Z-00018.
          02 RPT-REC-TYPE-Z-00019 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00020 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00021 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00022 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00023 VALUE "S".
          02 RPT-NAME-0002-Z-00024 PIC X(1).
          02 RPT-TEXT-Z-00025 PIC X(100).
          02 RPT-NULL-TERM-Z-00026 PIC X(1).

       FD  CSV-FILE.
       01 CSV-0001-Z-00027 PIC X(400).

       FD  ONE-FILE.
       01 ONE-0001-Z-00028.
          02 ONE-ITEM-ID-Z-00029 PIC X(15).
          02 FILLER PIC X(1).
          02 ONE-TABLE-Z-00030 PIC X(7).
          02 FILLER PIC X(1).
          02 ONE-ITEM-QTY-Z-00031 PIC S9(10)V99.
          02 FILLER PIC X(1).
          02 ONE-ITEM-STATUS-Z-00032 PIC X(1).
          02 FILLER PIC X(42).

       SD  SORT-FILE.
       01 SRT-0001-Z-00033.
          02 SRT-ITEM-ID-Z-00034 PIC X(15).
          02 SRT-COL-Z-00035 PIC 9(2).
          02 SRT-ITEM-QTY-Z-00036 PIC S9(8)V99.
          02 SRT-ITEM-STATUS-Z-00037 PIC X(1).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00038 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00039 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 TBL-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 TBL-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 TBL-OPEN-OK-Z-00040 VALUE "00".
       01 CTL-FILE-NAME-Z-00005 PIC X(40) VALUE SPACES.
       01 CTL-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 CTL-OPEN-OK-Z-00041 VALUE "00".
       01 RPT-FILE-STATUS-Z-00007 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00042 VALUE "00".
       01 CSV-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 CSV-OPEN-OK-Z-00043 VALUE "00".
       01 CSV-OPEN-SWITCH-Z-00044 PIC X(1) VALUE "N".
          88 CSV-OPEN-Z-00045 VALUE "Y".
       01 ONE-FILE-STATUS-Z-00009 PIC X(2) VALUE SPACES.
          88 ONE-OPEN-OK-Z-00046 VALUE "00".
       01 ONE-EOF-SWITCH-Z-00047 PIC X(1) VALUE "N".
          88 ONE-EOF-Z-00048 VALUE "Y".
       01 AUDIT-FILE-NAME-Z-00010 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00011 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00049 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00012 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00050 VALUE "00".
       01 PROGRAM-ID-Z-00051 PIC X(10) VALUE "TSTCON".
       01 COMMAND-Z-00052.
          02 COMMAND-KEY-Z-00053 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00054 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00055 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00056 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00057 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00058 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00059 PIC X(6) VALUE ZERO.
       01 RUN-DATE-Z-00060 PIC X(8) VALUE SPACES.
       01 RUN-TIME-Z-00061 PIC X(6) VALUE SPACES.
       01 AUDIT-EVENT-Z-00062 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00063 PIC X(2) VALUE SPACES.
       01 ALERT-SEV-Z-00064 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00065 PIC X(80) VALUE SPACES.
       01 LIST-NAME-Z-00066 PIC X(16) VALUE SPACES.
       01 CTL-EOF-SWITCH-Z-00067 PIC X(1) VALUE "N".
          88 CTL-EOF-Z-00068 VALUE "Y".
       01 CTL-TABLE-TOKEN-Z-00069 PIC X(30) VALUE SPACES.
       01 CTL-OPTION-TOKEN-Z-00070 PIC X(30) VALUE SPACES.
       01 CTL-LINE-NUM-Z-00071 PIC S9(8) VALUE ZERO.
       01 CTL-LINE-ED-Z-00072 PIC Z(7)9.
       01 NEW-TABLE-Z-00073 PIC X(7) VALUE SPACES.
       01 CON-COUNT-Z-00074 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 CON-MAX-Z-00075 PIC S9(4) USAGE COMP-5 VALUE 20.
       01 CON-TABLE-Z-00076.
          02 CON-ENTRY-Z-00077 OCCURS 20.
             03 CON-NAME-Z-00078 PIC X(7).
             03 CON-STATE-Z-00079 PIC X(1).
                88 CON-MISSING-Z-00080 VALUE "M".
             03 CON-FILE-STATUS-Z-00081 PIC X(2).
             03 CON-RECORDS-Z-00082 PIC S9(8).
             03 CON-INVALID-Z-00083 PIC S9(8).
             03 CON-QTY-Z-00084 PIC S9(10)V99.
       01 CON-SUB-Z-00085 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 CON-DUP-SWITCH-Z-00086 PIC X(1) VALUE "N".
          88 CON-DUP-Z-00087 VALUE "Y".
       01 TBL-EOF-SWITCH-Z-00088 PIC X(1) VALUE "N".
          88 TBL-EOF-Z-00089 VALUE "Y".
       01 SORT-EOF-SWITCH-Z-00090 PIC X(1) VALUE "N".
          88 SORT-EOF-Z-00091 VALUE "Y".
       01 GROUP-FIRST-SWITCH-Z-00092 PIC X(1) VALUE "Y".
          88 GROUP-FIRST-Z-00093 VALUE "Y".
       01 ITEM-ID-Z-00094 PIC X(15) VALUE SPACES.
       01 ITEM-TOTAL-Z-00095 PIC S9(10)V99 VALUE ZERO.
       01 ITEM-COLS-Z-00096.
          02 ITEM-COL-Z-00097 OCCURS 20.
             03 COL-QTY-Z-00098 PIC S9(10)V99.
             03 COL-STATUS-Z-00099 PIC X(1).
             03 COL-RECS-Z-00100 PIC S9(4) USAGE COMP-5.
             03 COL-HAS-A-Z-00101 PIC X(1).
             03 COL-HAS-N-Z-00102 PIC X(1).
       01 COL-SUB-Z-00103 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 ITEM-TABLES-Z-00104 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 ITEM-ONE-COL-Z-00105 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 A-COLS-Z-00106 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 N-COLS-Z-00107 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 B-COLS-Z-00108 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 ITEM-FLAGS-Z-00109.
          02 FLAG-MIX-Z-00110 PIC X(1).
          02 FLAG-ONE-Z-00111 PIC X(1).
          02 FLAG-DUP-Z-00112 PIC X(1).
       01 ITEM-COUNT-Z-00113 PIC S9(8) VALUE ZERO.
       01 MULTI-COUNT-Z-00114 PIC S9(8) VALUE ZERO.
       01 ONE-COUNT-Z-00115 PIC S9(8) VALUE ZERO.
       01 MIX-COUNT-Z-00116 PIC S9(8) VALUE ZERO.
       01 DUP-COUNT-Z-00117 PIC S9(8) VALUE ZERO.
       01 GRAND-QTY-Z-00118 PIC S9(12)V99 VALUE ZERO.
       01 MISSING-COUNT-Z-00119 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 INVALID-COUNT-Z-00120 PIC S9(8) VALUE ZERO.
       01 GROUP-COUNT-Z-00121 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 GROUP-NUM-Z-00122 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 GROUP-QUOT-Z-00123 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 GROUP-REM-Z-00124 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 COL-FIRST-Z-00125 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 COL-LAST-Z-00126 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 CELL-POS-Z-00127 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 LINE-KIND-Z-00128 PIC X(1) VALUE SPACES.
          88 LINE-HEADING-Z-00129 VALUE "H".
          88 LINE-ITEM-Z-00130 VALUE "D".
          88 LINE-TOTAL-Z-00131 VALUE "T".
       01 CSV-POINTER-Z-00132 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 CSV-QTY-ED-Z-00133 PIC +9(10).99.
       01 ED-QTY-Z-00134 PIC Z(7)9.99-.
       01 ED-TOTAL-Z-00135 PIC Z(10)9.99-.
       01 ED-COL-TOTAL-Z-00136 PIC Z(8)9.99-.
       01 ED-GRAND-Z-00137 PIC Z(11)9.99-.
       01 ED-COUNT-Z-00138 PIC Z(7)9.
       01 ED-COUNT-2-Z-00139 PIC Z(7)9.
       01 ED-COL-Z-00140 PIC Z9.
       01 TABLES-AUD-Z-00141 PIC 9(2) VALUE ZERO.
       01 ITEMS-AUD-Z-00142 PIC 9(8) VALUE ZERO.
       01 MIX-AUD-Z-00143 PIC 9(5) VALUE ZERO.
       01 LINE-HOLD-Z-00144 PIC X(103) VALUE SPACES.
       01 PAGE-NUM-Z-00145 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00146 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NEED-Z-00147 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00148 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00149 PIC Z(7)9.
       01 HEADINGS-SWITCH-Z-00150 PIC X(1) VALUE "N".
          88 HEADINGS-ON-Z-00151 VALUE "Y".
       01 PBLK-Z-00152 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00153 REDEFINES PBLK-Z-00152 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 WORK-DELETE-NAME-Z-00154 PIC X(40) VALUE SPACES.
       01 DELETE-STATUS-Z-00155 PIC S9(9) USAGE COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTCON(tstcon - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00052 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00058 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00059 FROM  TIME
        MOVE CURRENT-DATE-Z-00058 TO RUN-DATE-Z-00060
        MOVE CURRENT-TIME-Z-00059 TO RUN-TIME-Z-00061
        PERFORM PARA-0001-0003
        MOVE "START" TO AUDIT-EVENT-Z-00062
        MOVE SPACES TO AUDIT-STAT-Z-00063
        PERFORM PARA-0001-0006
        IF LIST-NAME-Z-00066 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCON no LIST= table list, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00062
           MOVE SPACES TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0002-0001
        PERFORM PARA-0003-0001
        SORT SORT-FILE
           ON ASCENDING KEY SRT-ITEM-ID-Z-00034
              ASCENDING KEY SRT-COL-Z-00035
           INPUT PROCEDURE PARA-0004-0001
           OUTPUT PROCEDURE PARA-0005-0001
        PERFORM PARA-0006-0001
        CLOSE RPT-FILE
        IF CSV-OPEN-Z-00045
           CLOSE CSV-FILE
        END-IF
        IF MISSING-COUNT-Z-00119 > ZERO
        OR INVALID-COUNT-Z-00120 > ZERO
           MOVE MISSING-COUNT-Z-00119 TO TABLES-AUD-Z-00141
           MOVE INVALID-COUNT-Z-00120 TO ITEMS-AUD-Z-00142
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "CONSOLIDATION INCOMPLETE, " DELIMITED BY SIZE
                  TABLES-AUD-Z-00141 DELIMITED BY SIZE
                  " TABLE(S) NOT READ, " DELIMITED BY SIZE
                  ITEMS-AUD-Z-00142 DELIMITED BY SIZE
                  " INVALID RECORD(S)" DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
        END-IF
        MOVE CON-COUNT-Z-00074 TO TABLES-AUD-Z-00141
        MOVE ITEM-COUNT-Z-00113 TO ITEMS-AUD-Z-00142
        MOVE MIX-COUNT-Z-00116 TO MIX-AUD-Z-00143
        MOVE SPACES TO AUDIT-EVENT-Z-00062
        STRING "CON TABLES=" DELIMITED BY SIZE
               TABLES-AUD-Z-00141 DELIMITED BY SIZE
               " ITEMS=" DELIMITED BY SIZE
               ITEMS-AUD-Z-00142 DELIMITED BY SIZE
               " MIX=" DELIMITED BY SIZE
               MIX-AUD-Z-00143 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00062
        MOVE SPACES TO AUDIT-STAT-Z-00063
        PERFORM PARA-0001-0006
        MOVE "FINISH" TO AUDIT-EVENT-Z-00062
        MOVE SPACES TO AUDIT-STAT-Z-00063
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        PERFORM PARA-0001-0011
        CALL "REMARK" USING  BY CONTENT "Finish: TSTCON(tstcon)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0011 SECTION .

        MOVE "DBPATH/TSTCON.wrk" TO WORK-DELETE-NAME-Z-00154
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00154
           RETURNING DELETE-STATUS-Z-00155
        MOVE "DBPATH/TSTCON.srt" TO WORK-DELETE-NAME-Z-00154
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00154
           RETURNING DELETE-STATUS-Z-00155 .

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00055
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00057
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00055 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00057 >= 20
        IF LIST-NAME-Z-00066 = SPACES
        AND COMMAND-KEY-Z-00053 NOT = SPACES
           MOVE COMMAND-KEY-Z-00053 (1:16) TO LIST-NAME-Z-00066
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00056
        UNSTRING COMMAND-PARAMS-Z-00054 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00056
           WITH POINTER SWITCH-POINTER-Z-00055
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00057
        IF SWITCH-TOKEN-Z-00056 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00056 (1:5) = "LIST="
              MOVE SWITCH-TOKEN-Z-00056 (6:16) TO LIST-NAME-Z-00066
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00058 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00059 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00010
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00058 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00010
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00049
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00049
           MOVE SPACES TO AUDIT-0001-Z-00038
           STRING CURRENT-DATE-Z-00058 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00059 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00051 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00062 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00063 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00038
           WRITE AUDIT-0001-Z-00038
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00058 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00059 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00050
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00050
           MOVE SPACES TO ALERT-0001-Z-00039
           STRING CURRENT-DATE-Z-00058 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00059 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00051 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00064 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00065 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00039
           WRITE ALERT-0001-Z-00039
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0010 SECTION .

        MOVE "ABORT" TO AUDIT-EVENT-Z-00062
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTCON(tstcon)."
            & X"00"
        MOVE 35 TO PBLK-Z-00153 (2)
        MOVE 2 TO PBLK-Z-00153 (3)
        MOVE 2 TO PBLK-Z-00153 (1) .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE SPACES TO CTL-FILE-NAME-Z-00005
        STRING "DBPATH/" DELIMITED BY SIZE
               LIST-NAME-Z-00066 DELIMITED BY SPACE
           INTO CTL-FILE-NAME-Z-00005
        OPEN INPUT CTL-FILE
        IF NOT CTL-OPEN-OK-Z-00041
           MOVE CTL-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00152,
              " ABORT - Accessing consolidation table list. (tstcon 1)",
              CTL-FILE-STATUS-Z-00006
        END-IF
        MOVE ZERO TO CON-COUNT-Z-00074
        MOVE ZERO TO CTL-LINE-NUM-Z-00071
        MOVE "N" TO CTL-EOF-SWITCH-Z-00067
        PERFORM PARA-0002-0002
           UNTIL CTL-EOF-Z-00068
        CLOSE CTL-FILE
        IF CON-COUNT-Z-00074 = ZERO
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCON table list names no tables."
               & X"00"
           MOVE CTL-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00152,
              " ABORT - Consolidation table list is empty. (tstcon 2)",
              CTL-FILE-STATUS-Z-00006
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        READ CTL-FILE
           AT END
              MOVE "Y" TO CTL-EOF-SWITCH-Z-00067
              GO TO EXITPARA
        END-READ
        ADD 1 TO CTL-LINE-NUM-Z-00071
        MOVE SPACES TO CTL-TABLE-TOKEN-Z-00069
        MOVE SPACES TO CTL-OPTION-TOKEN-Z-00070
        UNSTRING CTL-0001-Z-00017 DELIMITED BY ALL " "
           INTO CTL-TABLE-TOKEN-Z-00069, CTL-OPTION-TOKEN-Z-00070
        END-UNSTRING
        IF CTL-TABLE-TOKEN-Z-00069 = SPACES
        OR CTL-TABLE-TOKEN-Z-00069 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        MOVE CTL-TABLE-TOKEN-Z-00069 (1:7) TO NEW-TABLE-Z-00073
        MOVE "N" TO CON-DUP-SWITCH-Z-00086
        PERFORM PARA-0002-0003
           VARYING CON-SUB-Z-00085 FROM 1 BY 1
           UNTIL CON-SUB-Z-00085 > CON-COUNT-Z-00074
           OR CON-DUP-Z-00087
        IF CON-DUP-Z-00087
           MOVE CTL-LINE-NUM-Z-00071 TO CTL-LINE-ED-Z-00072
           DISPLAY "TSTCON TABLE " NEW-TABLE-Z-00073
              " LISTED AGAIN AT LINE " CTL-LINE-ED-Z-00072
              ", COUNTED ONCE"
           GO TO EXITPARA
        END-IF
        IF CON-COUNT-Z-00074 >= CON-MAX-Z-00075
           CLOSE CTL-FILE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCON table list exceeds 20 tables."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "CONSOLIDATION REFUSED, LIST " DELIMITED BY SIZE
                  LIST-NAME-Z-00066 DELIMITED BY SPACE
                  " NAMES MORE THAN 20 TABLES" DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00152,
              " ABORT - Too many tables for consolidation. (tstcon 3)",
              CTL-FILE-STATUS-Z-00006
        END-IF
        ADD 1 TO CON-COUNT-Z-00074
        MOVE NEW-TABLE-Z-00073 TO CON-NAME-Z-00078 (CON-COUNT-Z-00074)
        MOVE SPACES TO CON-STATE-Z-00079 (CON-COUNT-Z-00074)
        MOVE SPACES TO CON-FILE-STATUS-Z-00081 (CON-COUNT-Z-00074)
        MOVE ZERO TO CON-RECORDS-Z-00082 (CON-COUNT-Z-00074)
        MOVE ZERO TO CON-INVALID-Z-00083 (CON-COUNT-Z-00074)
        MOVE ZERO TO CON-QTY-Z-00084 (CON-COUNT-Z-00074) .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        IF CON-NAME-Z-00078 (CON-SUB-Z-00085) = NEW-TABLE-Z-00073
           MOVE "Y" TO CON-DUP-SWITCH-Z-00086
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        DIVIDE CON-COUNT-Z-00074 BY 4 GIVING GROUP-QUOT-Z-00123
           REMAINDER GROUP-REM-Z-00124
        MOVE GROUP-QUOT-Z-00123 TO GROUP-COUNT-Z-00121
        IF GROUP-REM-Z-00124 > ZERO
           ADD 1 TO GROUP-COUNT-Z-00121
        END-IF
        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00042
           MOVE RPT-FILE-STATUS-Z-00007 TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00152,
              " ABORT - Accessing TSTCON listing. (tstcon 4)",
              RPT-FILE-STATUS-Z-00007
        END-IF
        OPEN OUTPUT CSV-FILE
        IF CSV-OPEN-OK-Z-00043
           MOVE "Y" TO CSV-OPEN-SWITCH-Z-00044
           PERFORM PARA-0003-0006
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCON cannot open delimited extract file."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "CONSOLIDATION EXTRACT UNAVAILABLE STATUS "
                     DELIMITED BY SIZE
                  CSV-FILE-STATUS-Z-00008 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
        END-IF
        PERFORM PARA-0003-0002 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        ADD 1 TO PAGE-NUM-Z-00145
        MOVE ZERO TO LINE-NUM-Z-00146
        MOVE PAGE-NUM-Z-00145 TO PAGE-NUM-ED-Z-00149
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-HEADER-RECORD-Z-00020 TO TRUE
        STRING "TSTCON.rpt  LIST: " DELIMITED BY SIZE
               LIST-NAME-Z-00066 DELIMITED BY SPACE
               "  RUN DATE: " DELIMITED BY SIZE
               RUN-DATE-Z-00060 DELIMITED BY SIZE
               "  RUN TIME: " DELIMITED BY SIZE
               RUN-TIME-Z-00061 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00149 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        WRITE RPT-0001-Z-00018
        ADD 1 TO LINE-NUM-Z-00146
        IF HEADINGS-ON-Z-00151
           SET LINE-HEADING-Z-00129 TO TRUE
           PERFORM PARA-0005-0005
              VARYING GROUP-NUM-Z-00122 FROM 1 BY 1
              UNTIL GROUP-NUM-Z-00122 > GROUP-COUNT-Z-00121
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        IF LINE-NUM-Z-00146 >= PAGECHK-Z-00148
           MOVE RPT-0001-Z-00018 TO LINE-HOLD-Z-00144
           PERFORM PARA-0003-0002
           MOVE LINE-HOLD-Z-00144 TO RPT-0001-Z-00018
        END-IF
        WRITE RPT-0001-Z-00018
        ADD 1 TO LINE-NUM-Z-00146 .

       EXITPARA.
       EXIT.

       PARA-0003-0004 SECTION .

        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        MOVE "TABLES CONSOLIDATED:" TO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        PERFORM PARA-0003-0005
           VARYING CON-SUB-Z-00085 FROM 1 BY 1
           UNTIL CON-SUB-Z-00085 > CON-COUNT-Z-00074
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "FLG: M=ACTIVE IN ONE TABLE, HOLD/ERROR IN ANOTHER  "
                  DELIMITED BY SIZE
               "S=ONE TABLE ONLY  D=REPEATED IN A TABLE"
                  DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        MOVE CON-SUB-Z-00085 TO ED-COL-Z-00140
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        IF CON-MISSING-Z-00080 (CON-SUB-Z-00085)
           STRING "  " DELIMITED BY SIZE
                  ED-COL-Z-00140 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CON-NAME-Z-00078 (CON-SUB-Z-00085) DELIMITED BY SIZE
                  "  NOT READ, FILE STATUS " DELIMITED BY SIZE
                  CON-FILE-STATUS-Z-00081 (CON-SUB-Z-00085)
                     DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00025
        ELSE
           MOVE CON-RECORDS-Z-00082 (CON-SUB-Z-00085)
              TO ED-COUNT-Z-00138
           MOVE CON-INVALID-Z-00083 (CON-SUB-Z-00085)
              TO ED-COUNT-2-Z-00139
           MOVE CON-QTY-Z-00084 (CON-SUB-Z-00085) TO ED-TOTAL-Z-00135
           STRING "  " DELIMITED BY SIZE
                  ED-COL-Z-00140 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CON-NAME-Z-00078 (CON-SUB-Z-00085) DELIMITED BY SIZE
                  "  RECORDS: " DELIMITED BY SIZE
                  ED-COUNT-Z-00138 DELIMITED BY SIZE
                  "  QUANTITY: " DELIMITED BY SIZE
                  ED-TOTAL-Z-00135 DELIMITED BY SIZE
                  "  INVALID: " DELIMITED BY SIZE
                  ED-COUNT-2-Z-00139 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00025
        END-IF
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.

       PARA-0003-0006 SECTION .

        MOVE SPACES TO CSV-0001-Z-00027
        MOVE 1 TO CSV-POINTER-Z-00132
        STRING "ITEM-ID" DELIMITED BY SIZE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        PERFORM PARA-0003-0007
           VARYING CON-SUB-Z-00085 FROM 1 BY 1
           UNTIL CON-SUB-Z-00085 > CON-COUNT-Z-00074
        STRING ",TOTAL-QTY,STATUS-MIX,ONLY-TABLE" DELIMITED BY SIZE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        WRITE CSV-0001-Z-00027 .

       EXITPARA.
       EXIT.

       PARA-0003-0007 SECTION .

        STRING "," DELIMITED BY SIZE
               CON-NAME-Z-00078 (CON-SUB-Z-00085) DELIMITED BY SPACE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        PERFORM PARA-0004-0002
           VARYING CON-SUB-Z-00085 FROM 1 BY 1
           UNTIL CON-SUB-Z-00085 > CON-COUNT-Z-00074 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        MOVE SPACES TO TBL-FILE-NAME-Z-00003
        STRING "DBPATH/" DELIMITED BY SIZE
               CON-NAME-Z-00078 (CON-SUB-Z-00085) DELIMITED BY SPACE
               ".tbl" DELIMITED BY SIZE
           INTO TBL-FILE-NAME-Z-00003
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00040
           SET CON-MISSING-Z-00080 (CON-SUB-Z-00085) TO TRUE
           MOVE TBL-FILE-STATUS-Z-00004
              TO CON-FILE-STATUS-Z-00081 (CON-SUB-Z-00085)
           ADD 1 TO MISSING-COUNT-Z-00119
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "CONSOLIDATION TABLE " DELIMITED BY SIZE
                  CON-NAME-Z-00078 (CON-SUB-Z-00085) DELIMITED BY SPACE
                  " UNAVAILABLE STATUS " DELIMITED BY SIZE
                  TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        MOVE "N" TO TBL-EOF-SWITCH-Z-00088
        PERFORM PARA-0004-0003
           UNTIL TBL-EOF-Z-00089
        CLOSE TBL-FILE .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        READ TBL-FILE
           AT END
              SET TBL-EOF-Z-00089 TO TRUE
              GO TO EXITPARA
        END-READ
        IF TBL-ITEM-ID-Z-00014 = SPACES
        OR TBL-ITEM-QTY-Z-00015 IS NOT NUMERIC
           ADD 1 TO CON-INVALID-Z-00083 (CON-SUB-Z-00085)
           ADD 1 TO INVALID-COUNT-Z-00120
           GO TO EXITPARA
        END-IF
        ADD 1 TO CON-RECORDS-Z-00082 (CON-SUB-Z-00085)
        ADD TBL-ITEM-QTY-Z-00015 TO CON-QTY-Z-00084 (CON-SUB-Z-00085)
        MOVE TBL-ITEM-ID-Z-00014 TO SRT-ITEM-ID-Z-00034
        MOVE CON-SUB-Z-00085 TO SRT-COL-Z-00035
        MOVE TBL-ITEM-QTY-Z-00015 TO SRT-ITEM-QTY-Z-00036
        MOVE TBL-ITEM-STATUS-Z-00016 TO SRT-ITEM-STATUS-Z-00037
        RELEASE SRT-0001-Z-00033 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        PERFORM PARA-0003-0004
        OPEN OUTPUT ONE-FILE
        IF NOT ONE-OPEN-OK-Z-00046
           MOVE ONE-FILE-STATUS-Z-00009 TO AUDIT-STAT-Z-00063
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00152,
              " ABORT - Accessing TSTCON work file. (tstcon 5)",
              ONE-FILE-STATUS-Z-00009
        END-IF
        MOVE "Y" TO HEADINGS-SWITCH-Z-00150
        PERFORM PARA-0003-0002
        MOVE "Y" TO GROUP-FIRST-SWITCH-Z-00092
        MOVE "N" TO SORT-EOF-SWITCH-Z-00090
        PERFORM PARA-0005-0002
           UNTIL SORT-EOF-Z-00091
        IF NOT GROUP-FIRST-Z-00093
           PERFORM PARA-0005-0004
        END-IF
        CLOSE ONE-FILE .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        RETURN SORT-FILE
           AT END
              SET SORT-EOF-Z-00091 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF GROUP-FIRST-Z-00093
           MOVE "N" TO GROUP-FIRST-SWITCH-Z-00092
           PERFORM PARA-0005-0003
        ELSE
           IF SRT-ITEM-ID-Z-00034 NOT = ITEM-ID-Z-00094
              PERFORM PARA-0005-0004
              PERFORM PARA-0005-0003
           END-IF
        END-IF
        MOVE SRT-COL-Z-00035 TO COL-SUB-Z-00103
        ADD SRT-ITEM-QTY-Z-00036 TO COL-QTY-Z-00098 (COL-SUB-Z-00103)
        ADD SRT-ITEM-QTY-Z-00036 TO ITEM-TOTAL-Z-00095
        ADD 1 TO COL-RECS-Z-00100 (COL-SUB-Z-00103)
        MOVE SRT-ITEM-STATUS-Z-00037
           TO COL-STATUS-Z-00099 (COL-SUB-Z-00103)
        IF SRT-ITEM-STATUS-Z-00037 = "A"
           MOVE "Y" TO COL-HAS-A-Z-00101 (COL-SUB-Z-00103)
        ELSE
           MOVE "Y" TO COL-HAS-N-Z-00102 (COL-SUB-Z-00103)
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        MOVE SRT-ITEM-ID-Z-00034 TO ITEM-ID-Z-00094
        MOVE ZERO TO ITEM-TOTAL-Z-00095
        PERFORM PARA-0005-0006
           VARYING COL-SUB-Z-00103 FROM 1 BY 1
           UNTIL COL-SUB-Z-00103 > CON-COUNT-Z-00074 .

       EXITPARA.
       EXIT.

       PARA-0005-0006 SECTION .

        MOVE ZERO TO COL-QTY-Z-00098 (COL-SUB-Z-00103)
        MOVE SPACES TO COL-STATUS-Z-00099 (COL-SUB-Z-00103)
        MOVE ZERO TO COL-RECS-Z-00100 (COL-SUB-Z-00103)
        MOVE "N" TO COL-HAS-A-Z-00101 (COL-SUB-Z-00103)
        MOVE "N" TO COL-HAS-N-Z-00102 (COL-SUB-Z-00103) .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        MOVE ZERO TO ITEM-TABLES-Z-00104
        MOVE ZERO TO ITEM-ONE-COL-Z-00105
        MOVE ZERO TO A-COLS-Z-00106
        MOVE ZERO TO N-COLS-Z-00107
        MOVE ZERO TO B-COLS-Z-00108
        MOVE SPACES TO ITEM-FLAGS-Z-00109
        PERFORM PARA-0005-0007
           VARYING COL-SUB-Z-00103 FROM 1 BY 1
           UNTIL COL-SUB-Z-00103 > CON-COUNT-Z-00074
        IF A-COLS-Z-00106 > ZERO
        AND N-COLS-Z-00107 > ZERO
           IF A-COLS-Z-00106 = 1
           AND N-COLS-Z-00107 = 1
           AND B-COLS-Z-00108 = 1
              CONTINUE
           ELSE
              MOVE "M" TO FLAG-MIX-Z-00110
              ADD 1 TO MIX-COUNT-Z-00116
           END-IF
        END-IF
        ADD 1 TO ITEM-COUNT-Z-00113
        ADD ITEM-TOTAL-Z-00095 TO GRAND-QTY-Z-00118
        IF ITEM-TABLES-Z-00104 = 1
           MOVE "S" TO FLAG-ONE-Z-00111
           ADD 1 TO ONE-COUNT-Z-00115
           MOVE SPACES TO ONE-0001-Z-00028
           MOVE ITEM-ID-Z-00094 TO ONE-ITEM-ID-Z-00029
           MOVE CON-NAME-Z-00078 (ITEM-ONE-COL-Z-00105)
              TO ONE-TABLE-Z-00030
           MOVE COL-QTY-Z-00098 (ITEM-ONE-COL-Z-00105)
              TO ONE-ITEM-QTY-Z-00031
           MOVE COL-STATUS-Z-00099 (ITEM-ONE-COL-Z-00105)
              TO ONE-ITEM-STATUS-Z-00032
           WRITE ONE-0001-Z-00028
        ELSE
           ADD 1 TO MULTI-COUNT-Z-00114
        END-IF
        IF FLAG-DUP-Z-00112 = "D"
           ADD 1 TO DUP-COUNT-Z-00117
        END-IF
        SET LINE-ITEM-Z-00130 TO TRUE
        MOVE GROUP-COUNT-Z-00121 TO LINE-NEED-Z-00147
        ADD LINE-NUM-Z-00146 TO LINE-NEED-Z-00147
        IF LINE-NEED-Z-00147 > PAGECHK-Z-00148
           PERFORM PARA-0003-0002
        END-IF
        PERFORM PARA-0005-0005
           VARYING GROUP-NUM-Z-00122 FROM 1 BY 1
           UNTIL GROUP-NUM-Z-00122 > GROUP-COUNT-Z-00121
        IF CSV-OPEN-Z-00045
           PERFORM PARA-0005-0009
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0007 SECTION .

        IF COL-RECS-Z-00100 (COL-SUB-Z-00103) = ZERO
           GO TO EXITPARA
        END-IF
        ADD 1 TO ITEM-TABLES-Z-00104
        MOVE COL-SUB-Z-00103 TO ITEM-ONE-COL-Z-00105
        IF COL-RECS-Z-00100 (COL-SUB-Z-00103) > 1
           MOVE "D" TO FLAG-DUP-Z-00112
        END-IF
        IF COL-HAS-A-Z-00101 (COL-SUB-Z-00103) = "Y"
           ADD 1 TO A-COLS-Z-00106
        END-IF
        IF COL-HAS-N-Z-00102 (COL-SUB-Z-00103) = "Y"
           ADD 1 TO N-COLS-Z-00107
        END-IF
        IF COL-HAS-A-Z-00101 (COL-SUB-Z-00103) = "Y"
        AND COL-HAS-N-Z-00102 (COL-SUB-Z-00103) = "Y"
           ADD 1 TO B-COLS-Z-00108
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0005 SECTION .

        MOVE SPACES TO RPT-0001-Z-00018
        EVALUATE TRUE
           WHEN LINE-HEADING-Z-00129
              SET RPT-HEADER-RECORD-Z-00020 TO TRUE
              IF GROUP-NUM-Z-00122 = 1
                 MOVE "ITEM-ID" TO RPT-TEXT-Z-00025 (1:15)
                 MOVE "      TOTAL QTY" TO RPT-TEXT-Z-00025 (17:15)
                 MOVE "FLG" TO RPT-TEXT-Z-00025 (33:3)
              END-IF
           WHEN LINE-ITEM-Z-00130
              SET RPT-DETAIL-RECORD-Z-00021 TO TRUE
              IF GROUP-NUM-Z-00122 = 1
                 MOVE ITEM-ID-Z-00094 TO RPT-TEXT-Z-00025 (1:15)
                 MOVE ITEM-TOTAL-Z-00095 TO ED-TOTAL-Z-00135
                 MOVE ED-TOTAL-Z-00135 TO RPT-TEXT-Z-00025 (17:15)
                 MOVE ITEM-FLAGS-Z-00109 TO RPT-TEXT-Z-00025 (33:3)
              END-IF
           WHEN OTHER
              SET RPT-TRAILER-RECORD-Z-00022 TO TRUE
              IF GROUP-NUM-Z-00122 = 1
                 MOVE "TABLE TOTALS" TO RPT-TEXT-Z-00025 (1:15)
                 MOVE GRAND-QTY-Z-00118 TO ED-TOTAL-Z-00135
                 MOVE ED-TOTAL-Z-00135 TO RPT-TEXT-Z-00025 (17:15)
              END-IF
        END-EVALUATE
        COMPUTE COL-FIRST-Z-00125 = (GROUP-NUM-Z-00122 - 1) * 4 + 1
        COMPUTE COL-LAST-Z-00126 = COL-FIRST-Z-00125 + 3
        IF COL-LAST-Z-00126 > CON-COUNT-Z-00074
           MOVE CON-COUNT-Z-00074 TO COL-LAST-Z-00126
        END-IF
        MOVE 37 TO CELL-POS-Z-00127
        PERFORM PARA-0005-0008
           VARYING COL-SUB-Z-00103 FROM COL-FIRST-Z-00125 BY 1
           UNTIL COL-SUB-Z-00103 > COL-LAST-Z-00126
        IF LINE-HEADING-Z-00129
           WRITE RPT-0001-Z-00018
           ADD 1 TO LINE-NUM-Z-00146
        ELSE
           PERFORM PARA-0003-0003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0008 SECTION .

        EVALUATE TRUE
           WHEN LINE-HEADING-Z-00129
              MOVE CON-NAME-Z-00078 (COL-SUB-Z-00103)
                 TO RPT-TEXT-Z-00025 (CELL-POS-Z-00127 + 5:7)
           WHEN LINE-ITEM-Z-00130
              IF COL-RECS-Z-00100 (COL-SUB-Z-00103) > ZERO
                 MOVE COL-QTY-Z-00098 (COL-SUB-Z-00103)
                    TO ED-QTY-Z-00134
                 MOVE ED-QTY-Z-00134
                    TO RPT-TEXT-Z-00025 (CELL-POS-Z-00127:12)
                 MOVE COL-STATUS-Z-00099 (COL-SUB-Z-00103)
                    TO RPT-TEXT-Z-00025 (CELL-POS-Z-00127 + 12:1)
              END-IF
           WHEN OTHER
              IF CON-MISSING-Z-00080 (COL-SUB-Z-00103)
                 MOVE "NOT READ" TO RPT-TEXT-Z-00025
                    (CELL-POS-Z-00127 + 4:8)
              ELSE
                 MOVE CON-QTY-Z-00084 (COL-SUB-Z-00103)
                    TO ED-COL-TOTAL-Z-00136
                 MOVE ED-COL-TOTAL-Z-00136
                    TO RPT-TEXT-Z-00025 (CELL-POS-Z-00127 - 1:13)
              END-IF
        END-EVALUATE
        ADD 14 TO CELL-POS-Z-00127 .

       EXITPARA.
       EXIT.

       PARA-0005-0009 SECTION .

        MOVE SPACES TO CSV-0001-Z-00027
        MOVE 1 TO CSV-POINTER-Z-00132
        STRING ITEM-ID-Z-00094 DELIMITED BY SPACE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        PERFORM PARA-0005-0010
           VARYING COL-SUB-Z-00103 FROM 1 BY 1
           UNTIL COL-SUB-Z-00103 > CON-COUNT-Z-00074
        MOVE ITEM-TOTAL-Z-00095 TO CSV-QTY-ED-Z-00133
        STRING "," DELIMITED BY SIZE
               CSV-QTY-ED-Z-00133 DELIMITED BY SIZE
               "," DELIMITED BY SIZE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        IF FLAG-MIX-Z-00110 = "M"
           STRING "Y" DELIMITED BY SIZE
              INTO CSV-0001-Z-00027
              WITH POINTER CSV-POINTER-Z-00132
        ELSE
           STRING "N" DELIMITED BY SIZE
              INTO CSV-0001-Z-00027
              WITH POINTER CSV-POINTER-Z-00132
        END-IF
        STRING "," DELIMITED BY SIZE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        IF FLAG-ONE-Z-00111 = "S"
           STRING CON-NAME-Z-00078 (ITEM-ONE-COL-Z-00105)
                     DELIMITED BY SPACE
              INTO CSV-0001-Z-00027
              WITH POINTER CSV-POINTER-Z-00132
        END-IF
        WRITE CSV-0001-Z-00027 .

       EXITPARA.
       EXIT.

       PARA-0005-0010 SECTION .

        STRING "," DELIMITED BY SIZE
           INTO CSV-0001-Z-00027
           WITH POINTER CSV-POINTER-Z-00132
        IF COL-RECS-Z-00100 (COL-SUB-Z-00103) > ZERO
           MOVE COL-QTY-Z-00098 (COL-SUB-Z-00103)
              TO CSV-QTY-ED-Z-00133
           STRING CSV-QTY-ED-Z-00133 DELIMITED BY SIZE
              INTO CSV-0001-Z-00027
              WITH POINTER CSV-POINTER-Z-00132
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        SET LINE-TOTAL-Z-00131 TO TRUE
        MOVE GROUP-COUNT-Z-00121 TO LINE-NEED-Z-00147
        ADD LINE-NUM-Z-00146 TO LINE-NEED-Z-00147
        IF LINE-NEED-Z-00147 > PAGECHK-Z-00148
           PERFORM PARA-0003-0002
        END-IF
        PERFORM PARA-0005-0005
           VARYING GROUP-NUM-Z-00122 FROM 1 BY 1
           UNTIL GROUP-NUM-Z-00122 > GROUP-COUNT-Z-00121
        MOVE "N" TO HEADINGS-SWITCH-Z-00150
        MOVE ITEM-COUNT-Z-00113 TO ED-COUNT-Z-00138
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "DISTINCT ITEMS:          " DELIMITED BY SIZE
               ED-COUNT-Z-00138 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        MOVE MULTI-COUNT-Z-00114 TO ED-COUNT-Z-00138
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "IN MORE THAN ONE TABLE:  " DELIMITED BY SIZE
               ED-COUNT-Z-00138 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        MOVE ONE-COUNT-Z-00115 TO ED-COUNT-Z-00138
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "IN ONE TABLE ONLY:       " DELIMITED BY SIZE
               ED-COUNT-Z-00138 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        MOVE MIX-COUNT-Z-00116 TO ED-COUNT-Z-00138
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "STATUS MIX:              " DELIMITED BY SIZE
               ED-COUNT-Z-00138 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        MOVE DUP-COUNT-Z-00117 TO ED-COUNT-Z-00138
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "REPEATED WITHIN A TABLE: " DELIMITED BY SIZE
               ED-COUNT-Z-00138 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        MOVE GRAND-QTY-Z-00118 TO ED-GRAND-Z-00137
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        STRING "ENTERPRISE QUANTITY:  " DELIMITED BY SIZE
               ED-GRAND-Z-00137 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        PERFORM PARA-0006-0002 .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        PERFORM PARA-0003-0002
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-SUMMARY-RECORD-Z-00023 TO TRUE
        MOVE "ITEMS IN ONE TABLE ONLY:" TO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003
        OPEN INPUT ONE-FILE
        IF NOT ONE-OPEN-OK-Z-00046
           MOVE SPACES TO RPT-0001-Z-00018
           SET RPT-DETAIL-RECORD-Z-00021 TO TRUE
           STRING "WORK FILE UNAVAILABLE STATUS " DELIMITED BY SIZE
                  ONE-FILE-STATUS-Z-00009 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00025
           PERFORM PARA-0003-0003
           GO TO EXITPARA
        END-IF
        MOVE "N" TO ONE-EOF-SWITCH-Z-00047
        PERFORM PARA-0006-0003
           UNTIL ONE-EOF-Z-00048
        CLOSE ONE-FILE
        IF ONE-COUNT-Z-00115 = ZERO
           MOVE SPACES TO RPT-0001-Z-00018
           SET RPT-DETAIL-RECORD-Z-00021 TO TRUE
           MOVE "NONE" TO RPT-TEXT-Z-00025
           PERFORM PARA-0003-0003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        READ ONE-FILE
           AT END
              SET ONE-EOF-Z-00048 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE ONE-ITEM-QTY-Z-00031 TO ED-TOTAL-Z-00135
        MOVE SPACES TO RPT-0001-Z-00018
        SET RPT-DETAIL-RECORD-Z-00021 TO TRUE
        STRING ONE-ITEM-ID-Z-00029 DELIMITED BY SIZE
               "  TABLE: " DELIMITED BY SIZE
               ONE-TABLE-Z-00030 DELIMITED BY SIZE
               "  QUANTITY: " DELIMITED BY SIZE
               ED-TOTAL-Z-00135 DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               ONE-ITEM-STATUS-Z-00032 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00025
        PERFORM PARA-0003-0003 .

       EXITPARA.
       EXIT.
