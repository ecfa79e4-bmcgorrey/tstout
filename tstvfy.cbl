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
       PROGRAM-ID. TSTVFY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TBL-FILE ASSIGN TO TBL-FILE-NAME-Z-00003
           FILE STATUS TBL-FILE-STATUS-Z-00004.
        SELECT TCR-FILE ASSIGN TO TCR-FILE-NAME-Z-00005
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS TCR-FILE-STATUS-Z-00006.
        SELECT CTL-FILE ASSIGN TO CTL-FILE-NAME-Z-00007
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS CTL-FILE-STATUS-Z-00008.
        SELECT SUP-FILE ASSIGN TO "DBPATH/TSTOUT.sup"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS SUP-FILE-STATUS-Z-00009.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTVFY.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00010.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00011
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00012.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00013.

       DATA DIVISION.

       FILE SECTION.
       FD  TBL-FILE.
       01 TBL-0001-Z-00014.
          02 TBL-ITEM-ID-Z-00015 PIC X(15).
          02 TBL-ITEM-QTY-Z-00016 PIC S9(8)V99.
          02 TBL-ITEM-STATUS-Z-00017 PIC X(1).
          02 FILLER PIC X(74).

       FD  TCR-FILE.
       01 TCR-0001-Z-00018.
          02 TCR-TABLE-Z-00019 PIC X(7).
          02 FILLER PIC X(1).
          02 TCR-COUNT-Z-00020 PIC 9(8).
          02 FILLER PIC X(1).
          02 TCR-QTY-Z-00021 PIC S9(12)V99 SIGN LEADING SEPARATE.
          02 FILLER PIC X(1).
          02 TCR-HASH-Z-00022 PIC 9(12).
          02 FILLER PIC X(1).
          02 TCR-BY-Z-00023 PIC X(3).
          02 FILLER PIC X(1).
          02 TCR-PROGRAM-Z-00024 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-DATE-Z-00025 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-TIME-Z-00026 PIC X(6).
          02 FILLER PIC X(6).

       FD  CTL-FILE.
       01 CTL-0001-Z-00027 PIC X(80).

       FD  SUP-FILE.
       01 SUP-0001-Z-00028.
          02 SUP-INITIALS-Z-00029 PIC X(3).
          02 FILLER PIC X(77).

       FD  RPT-FILE.
       01 RPT-0001-Z-00030.
          02 RPT-REC-TYPE-Z-00031 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00032 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00033 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00034 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00035 VALUE "S".
          02 RPT-NAME-0002-Z-00036 PIC X(1).
          02 RPT-TEXT-Z-00037 PIC X(100).
          02 RPT-NULL-TERM-Z-00038 PIC X(1).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00039 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00040 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 TBL-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 TBL-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 TBL-OPEN-OK-Z-00041 VALUE "00".
          88 TBL-NOT-FOUND-Z-00042 VALUE "35".
       01 TCR-FILE-NAME-Z-00005 PIC X(40) VALUE SPACES.
       01 TCR-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 TCR-OPEN-OK-Z-00043 VALUE "00".
          88 TCR-NOT-FOUND-Z-00044 VALUE "35".
       01 CTL-FILE-NAME-Z-00007 PIC X(40) VALUE SPACES.
       01 CTL-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 CTL-OPEN-OK-Z-00045 VALUE "00".
       01 SUP-FILE-STATUS-Z-00009 PIC X(2) VALUE SPACES.
          88 SUP-OPEN-OK-Z-00046 VALUE "00".
       01 RPT-FILE-STATUS-Z-00010 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00047 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00011 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00012 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00048 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00013 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00049 VALUE "00".
       01 PROGRAM-ID-Z-00050 PIC X(10) VALUE "TSTVFY".
       01 COMMAND-Z-00051.
          02 COMMAND-KEY-Z-00052 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00053 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00054 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00055 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00056 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00057 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00058 PIC X(6) VALUE ZERO.
       01 RUN-DATE-Z-00059 PIC X(8) VALUE SPACES.
       01 RUN-TIME-Z-00060 PIC X(6) VALUE SPACES.
       01 AUDIT-EVENT-Z-00061 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00062 PIC X(2) VALUE SPACES.
       01 ALERT-SEV-Z-00063 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00064 PIC X(80) VALUE SPACES.
       01 VFY-MODE-Z-00065 PIC X(6) VALUE SPACES.
          88 MODE-VERIFY-Z-00066 VALUE "VERIFY".
          88 MODE-SEAL-Z-00067 VALUE "SEAL".
       01 TABLE-NAME-Z-00068 PIC X(7) VALUE SPACES.
       01 LIST-NAME-Z-00069 PIC X(16) VALUE SPACES.
       01 OPERATOR-ID-Z-00070 PIC X(3) VALUE SPACES.
       01 SUPERVISOR-ID-Z-00071 PIC X(3) VALUE SPACES.
       01 REFUSE-TEXT-Z-00072 PIC X(50) VALUE SPACES.
       01 CTL-EOF-SWITCH-Z-00073 PIC X(1) VALUE "N".
          88 CTL-EOF-Z-00074 VALUE "Y".
       01 CTL-TABLE-TOKEN-Z-00075 PIC X(30) VALUE SPACES.
       01 CTL-OPTION-TOKEN-Z-00076 PIC X(30) VALUE SPACES.
       01 SUP-EOF-SWITCH-Z-00077 PIC X(1) VALUE "N".
          88 SUP-EOF-Z-00078 VALUE "Y".
       01 SUP-FOUND-SWITCH-Z-00079 PIC X(1) VALUE "N".
          88 SUP-FOUND-Z-00080 VALUE "Y".
       01 RUN-REFUSED-SWITCH-Z-00135 PIC X(1) VALUE "N".
          88 RUN-REFUSED-Z-00136 VALUE "Y".
       01 TBL-EOF-SWITCH-Z-00081 PIC X(1) VALUE "N".
          88 TBL-EOF-Z-00082 VALUE "Y".
       01 TBL-READ-SWITCH-Z-00083 PIC X(1) VALUE "N".
          88 TBL-READ-OK-Z-00084 VALUE "Y".
       01 TBL-READ-STAT-Z-00137 PIC X(2) VALUE SPACES.
       01 SEAL-STATE-Z-00085 PIC X(1) VALUE SPACES.
          88 SEAL-FOUND-Z-00086 VALUE "F".
          88 SEAL-NONE-Z-00087 VALUE "N".
          88 SEAL-UNREADABLE-Z-00088 VALUE "X".
       01 SEAL-COUNT-Z-00089 PIC 9(8) VALUE ZERO.
       01 SEAL-QTY-Z-00090 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-HASH-Z-00091 PIC 9(12) VALUE ZERO.
       01 SEAL-HASH-WORK-Z-00092 PIC 9(15) VALUE ZERO.
       01 SEAL-HASH-QUOT-Z-00093 PIC 9(15) VALUE ZERO.
       01 SEAL-KEY-Z-00094 PIC X(26) VALUE SPACES.
       01 SEAL-POS-Z-00095 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 SEAL-BYTE-AREA-Z-00096.
          02 FILLER PIC X(1) VALUE LOW-VALUE.
          02 SEAL-BYTE-CHAR-Z-00097 PIC X(1) VALUE LOW-VALUE.
       01 SEAL-BYTE-NUM-Z-00098 REDEFINES SEAL-BYTE-AREA-Z-00096
           PIC 9(4) USAGE COMP.
       01 SEAL-EXPECT-COUNT-Z-00099 PIC 9(8) VALUE ZERO.
       01 SEAL-EXPECT-QTY-Z-00100 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-EXPECT-HASH-Z-00101 PIC 9(12) VALUE ZERO.
       01 SEAL-EXPECT-BY-Z-00102 PIC X(3) VALUE SPACES.
       01 SEAL-EXPECT-DATE-Z-00103 PIC X(8) VALUE SPACES.
       01 RESULT-TEXT-Z-00104 PIC X(16) VALUE SPACES.
       01 TABLE-COUNT-Z-00105 PIC S9(8) VALUE ZERO.
       01 OK-COUNT-Z-00106 PIC S9(8) VALUE ZERO.
       01 FAIL-COUNT-Z-00107 PIC S9(8) VALUE ZERO.
       01 NONE-COUNT-Z-00108 PIC S9(8) VALUE ZERO.
       01 UNREAD-COUNT-Z-00109 PIC S9(8) VALUE ZERO.
       01 TABLES-AUD-Z-00110 PIC 9(4) VALUE ZERO.
       01 FAIL-AUD-Z-00111 PIC 9(4) VALUE ZERO.
       01 NONE-AUD-Z-00112 PIC 9(4) VALUE ZERO.
       01 ED-COUNT-Z-00113 PIC Z(7)9.
       01 ED-COUNT-2-Z-00114 PIC Z(7)9.
       01 ED-COUNT-3-Z-00115 PIC Z(7)9.
       01 ED-COUNT-4-Z-00116 PIC Z(7)9.
       01 ED-COUNT-5-Z-00117 PIC Z(7)9.
       01 ED-QTY-Z-00118 PIC Z(11)9.99-.
       01 DTL-LINE-Z-00119.
          02 DTL-TABLE-Z-00120 PIC X(7).
          02 FILLER PIC X(2).
          02 DTL-RESULT-Z-00121 PIC X(16).
          02 FILLER PIC X(1).
          02 DTL-RECS-Z-00122 PIC Z(7)9.
          02 FILLER PIC X(1).
          02 DTL-SEALED-RECS-Z-00123 PIC Z(7)9.
          02 FILLER PIC X(1).
          02 DTL-QTY-Z-00124 PIC Z(11)9.99-.
          02 FILLER PIC X(1).
          02 DTL-SEALED-QTY-Z-00125 PIC Z(11)9.99-.
          02 FILLER PIC X(1).
          02 DTL-BY-Z-00126 PIC X(3).
          02 FILLER PIC X(1).
          02 DTL-DATE-Z-00127 PIC X(8).
          02 FILLER PIC X(10).
       01 LINE-HOLD-Z-00128 PIC X(103) VALUE SPACES.
       01 PAGE-NUM-Z-00129 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00130 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00131 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00132 PIC Z(7)9.
       01 PBLK-Z-00133 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00134 REDEFINES PBLK-Z-00133 OCCURS 9 PIC S9(9)
            USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTVFY(tstvfy - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00051 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00057 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00058 FROM  TIME
        MOVE CURRENT-DATE-Z-00057 TO RUN-DATE-Z-00059
        MOVE CURRENT-TIME-Z-00058 TO RUN-TIME-Z-00060
        PERFORM PARA-0001-0003
        MOVE "START" TO AUDIT-EVENT-Z-00061
        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0006
        IF NOT MODE-VERIFY-Z-00066
        AND NOT MODE-SEAL-Z-00067
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVFY command must be VERIFY or SEAL."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00061
           MOVE SPACES TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0006
           PERFORM PARA-0001-0011
        END-IF
        IF MODE-VERIFY-Z-00066
        AND LIST-NAME-Z-00069 = SPACES
        AND TABLE-NAME-Z-00068 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVFY VERIFY needs LIST= or TBL=."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00061
           MOVE SPACES TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0006
           PERFORM PARA-0001-0011
        END-IF
        IF MODE-SEAL-Z-00067
        AND (TABLE-NAME-Z-00068 = SPACES
        OR OPERATOR-ID-Z-00070 = SPACES)
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVFY SEAL needs TBL= and OP=."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00061
           MOVE SPACES TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0006
           PERFORM PARA-0001-0011
        END-IF
        PERFORM PARA-0002-0001
        IF MODE-SEAL-Z-00067
           PERFORM PARA-0005-0001
           CLOSE RPT-FILE
           IF RUN-REFUSED-Z-00136
              PERFORM PARA-0001-0011
           END-IF
           MOVE "FINISH" TO AUDIT-EVENT-Z-00061
           MOVE SPACES TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0003-0001
        PERFORM PARA-0003-0003
        CLOSE RPT-FILE
        MOVE TABLE-COUNT-Z-00105 TO TABLES-AUD-Z-00110
        MOVE FAIL-COUNT-Z-00107 TO FAIL-AUD-Z-00111
        MOVE NONE-COUNT-Z-00108 TO NONE-AUD-Z-00112
        MOVE SPACES TO AUDIT-EVENT-Z-00061
        STRING "VFY TABLES=" DELIMITED BY SIZE
               TABLES-AUD-Z-00110 DELIMITED BY SIZE
               " FAIL=" DELIMITED BY SIZE
               FAIL-AUD-Z-00111 DELIMITED BY SIZE
               " NONE=" DELIMITED BY SIZE
               NONE-AUD-Z-00112 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00061
        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0006
        IF FAIL-COUNT-Z-00107 > ZERO
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVFY control seal verification failed."
               & X"00"
           MOVE SPACES TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00133,
              " ABORT - Control seal verification failed. (tstvfy 3)",
              TCR-FILE-STATUS-Z-00006
        END-IF
        MOVE "FINISH" TO AUDIT-EVENT-Z-00061
        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTVFY(tstvfy)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE COMMAND-KEY-Z-00052 (1:6) TO VFY-MODE-Z-00065
        IF VFY-MODE-Z-00065 = SPACES
           MOVE "VERIFY" TO VFY-MODE-Z-00065
        END-IF
        MOVE 1 TO SWITCH-POINTER-Z-00054
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00056
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00054 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00056 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00055
        UNSTRING COMMAND-PARAMS-Z-00053 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00055
           WITH POINTER SWITCH-POINTER-Z-00054
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00056
        IF SWITCH-TOKEN-Z-00055 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00055 (1:5) = "LIST="
              MOVE SWITCH-TOKEN-Z-00055 (6:16) TO LIST-NAME-Z-00069
           WHEN SWITCH-TOKEN-Z-00055 (1:4) = "TBL="
              MOVE SWITCH-TOKEN-Z-00055 (5:7) TO TABLE-NAME-Z-00068
           WHEN SWITCH-TOKEN-Z-00055 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00055 (4:3) TO OPERATOR-ID-Z-00070
           WHEN SWITCH-TOKEN-Z-00055 (1:4) = "SUP="
              MOVE SWITCH-TOKEN-Z-00055 (5:3) TO SUPERVISOR-ID-Z-00071
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00057 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00058 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00011
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00057 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00011
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00048
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00048
           MOVE SPACES TO AUDIT-0001-Z-00039
           STRING CURRENT-DATE-Z-00057 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00058 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00050 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00061 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00062 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00039
           WRITE AUDIT-0001-Z-00039
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00057 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00058 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00049
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00049
           MOVE SPACES TO ALERT-0001-Z-00040
           STRING CURRENT-DATE-Z-00057 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00058 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00050 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00063 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00064 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00040
           WRITE ALERT-0001-Z-00040
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0010 SECTION .

        MOVE "ABORT" TO AUDIT-EVENT-Z-00061
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTVFY(tstvfy)."
            & X"00"
        MOVE 35 TO PBLK-Z-00134 (2)
        MOVE 2 TO PBLK-Z-00134 (3)
        MOVE 2 TO PBLK-Z-00134 (1) .

       EXITPARA.
       EXIT.

       PARA-0001-0011 SECTION .

        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0010
        CALL "ABORT" USING PBLK-Z-00133,
           " ABORT - Run refused. (tstvfy 4)",
           AUDIT-STAT-Z-00062 .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00047
           MOVE RPT-FILE-STATUS-Z-00010 TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00133,
              " ABORT - Accessing TSTVFY listing. (tstvfy 1)",
              RPT-FILE-STATUS-Z-00010
        END-IF
        PERFORM PARA-0002-0002 .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        ADD 1 TO PAGE-NUM-Z-00129
        MOVE ZERO TO LINE-NUM-Z-00130
        MOVE PAGE-NUM-Z-00129 TO PAGE-NUM-ED-Z-00132
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-HEADER-RECORD-Z-00032 TO TRUE
        STRING "TSTVFY.rpt  CONTROL SEAL " DELIMITED BY SIZE
               VFY-MODE-Z-00065 DELIMITED BY SPACE
               "  RUN: " DELIMITED BY SIZE
               RUN-DATE-Z-00059 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-TIME-Z-00060 DELIMITED BY SIZE
               "  OP: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00070 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00132 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00037
        WRITE RPT-0001-Z-00030
        ADD 1 TO LINE-NUM-Z-00130
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-HEADER-RECORD-Z-00032 TO TRUE
        MOVE "TABLE" TO RPT-TEXT-Z-00037 (1:5)
        MOVE "RESULT" TO RPT-TEXT-Z-00037 (10:6)
        MOVE "RECORDS" TO RPT-TEXT-Z-00037 (28:7)
        MOVE "SEALED" TO RPT-TEXT-Z-00037 (38:6)
        MOVE "QUANTITY" TO RPT-TEXT-Z-00037 (53:8)
        MOVE "SEALED QTY" TO RPT-TEXT-Z-00037 (68:10)
        MOVE "BY" TO RPT-TEXT-Z-00037 (79:2)
        MOVE "DATE" TO RPT-TEXT-Z-00037 (83:4)
        WRITE RPT-0001-Z-00030
        ADD 1 TO LINE-NUM-Z-00130 .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        IF LINE-NUM-Z-00130 >= PAGECHK-Z-00131
           MOVE RPT-0001-Z-00030 TO LINE-HOLD-Z-00128
           PERFORM PARA-0002-0002
           MOVE LINE-HOLD-Z-00128 TO RPT-0001-Z-00030
        END-IF
        WRITE RPT-0001-Z-00030
        ADD 1 TO LINE-NUM-Z-00130 .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE ZERO TO TABLE-COUNT-Z-00105
        IF LIST-NAME-Z-00069 = SPACES
           PERFORM PARA-0004-0001
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO CTL-FILE-NAME-Z-00007
        STRING "DBPATH/" DELIMITED BY SIZE
               LIST-NAME-Z-00069 DELIMITED BY SPACE
           INTO CTL-FILE-NAME-Z-00007
        OPEN INPUT CTL-FILE
        IF NOT CTL-OPEN-OK-Z-00045
           CLOSE RPT-FILE
           MOVE "F" TO ALERT-SEV-Z-00063
           MOVE SPACES TO ALERT-TEXT-Z-00064
           STRING "SEAL CHECK NOT RUN, LIST " DELIMITED BY SIZE
                  CTL-FILE-NAME-Z-00007 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  CTL-FILE-STATUS-Z-00008 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00064
           PERFORM PARA-0001-0009
           MOVE CTL-FILE-STATUS-Z-00008 TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00133,
              " ABORT - Accessing table list. (tstvfy 2)",
              CTL-FILE-STATUS-Z-00008
        END-IF
        MOVE "N" TO CTL-EOF-SWITCH-Z-00073
        PERFORM PARA-0003-0002
           UNTIL CTL-EOF-Z-00074
        CLOSE CTL-FILE .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        READ CTL-FILE
           AT END
              MOVE "Y" TO CTL-EOF-SWITCH-Z-00073
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO CTL-TABLE-TOKEN-Z-00075
        MOVE SPACES TO CTL-OPTION-TOKEN-Z-00076
        UNSTRING CTL-0001-Z-00027 DELIMITED BY ALL " "
           INTO CTL-TABLE-TOKEN-Z-00075, CTL-OPTION-TOKEN-Z-00076
        END-UNSTRING
        IF CTL-TABLE-TOKEN-Z-00075 = SPACES
        OR CTL-TABLE-TOKEN-Z-00075 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        MOVE CTL-TABLE-TOKEN-Z-00075 (1:7) TO TABLE-NAME-Z-00068
        PERFORM PARA-0004-0001 .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        MOVE TABLE-COUNT-Z-00105 TO ED-COUNT-Z-00113
        MOVE OK-COUNT-Z-00106 TO ED-COUNT-2-Z-00114
        MOVE FAIL-COUNT-Z-00107 TO ED-COUNT-3-Z-00115
        MOVE NONE-COUNT-Z-00108 TO ED-COUNT-4-Z-00116
        MOVE UNREAD-COUNT-Z-00109 TO ED-COUNT-5-Z-00117
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-SUMMARY-RECORD-Z-00035 TO TRUE
        STRING "TABLES: " DELIMITED BY SIZE
               ED-COUNT-Z-00113 DELIMITED BY SIZE
               "  OK: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00114 DELIMITED BY SIZE
               "  FAILED: " DELIMITED BY SIZE
               ED-COUNT-3-Z-00115 DELIMITED BY SIZE
               "  UNSEALED: " DELIMITED BY SIZE
               ED-COUNT-4-Z-00116 DELIMITED BY SIZE
               "  NOT READ: " DELIMITED BY SIZE
               ED-COUNT-5-Z-00117 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00037
        PERFORM PARA-0002-0003
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-TRAILER-RECORD-Z-00034 TO TRUE
        IF FAIL-COUNT-Z-00107 > ZERO
           MOVE "RESULT: FAIL - FAILED TABLES ARE NOT TO BE REPORTED"
              TO RPT-TEXT-Z-00037
        ELSE
           MOVE "RESULT: PASS" TO RPT-TEXT-Z-00037
        END-IF
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        ADD 1 TO TABLE-COUNT-Z-00105
        PERFORM PARA-0006-0001
        PERFORM PARA-0006-0002
        EVALUATE TRUE
           WHEN SEAL-UNREADABLE-Z-00088
              MOVE "SEAL UNREADABLE" TO RESULT-TEXT-Z-00104
              ADD 1 TO FAIL-COUNT-Z-00107
           WHEN SEAL-NONE-Z-00087 AND NOT TBL-READ-OK-Z-00084
              MOVE "NOT READ" TO RESULT-TEXT-Z-00104
              ADD 1 TO UNREAD-COUNT-Z-00109
           WHEN SEAL-NONE-Z-00087
              MOVE "UNSEALED" TO RESULT-TEXT-Z-00104
              ADD 1 TO NONE-COUNT-Z-00108
           WHEN NOT TBL-READ-OK-Z-00084
           AND NOT TBL-NOT-FOUND-Z-00042
              MOVE "TABLE UNREADABLE" TO RESULT-TEXT-Z-00104
              ADD 1 TO FAIL-COUNT-Z-00107
           WHEN SEAL-EXPECT-COUNT-Z-00099 = SEAL-COUNT-Z-00089
           AND SEAL-EXPECT-QTY-Z-00100 = SEAL-QTY-Z-00090
           AND SEAL-EXPECT-HASH-Z-00101 = SEAL-HASH-Z-00091
              MOVE "OK" TO RESULT-TEXT-Z-00104
              ADD 1 TO OK-COUNT-Z-00106
           WHEN OTHER
              MOVE "MISMATCH" TO RESULT-TEXT-Z-00104
              ADD 1 TO FAIL-COUNT-Z-00107
        END-EVALUATE
        PERFORM PARA-0004-0002
        EVALUATE RESULT-TEXT-Z-00104
           WHEN "MISMATCH"
              MOVE "F" TO ALERT-SEV-Z-00063
              MOVE SPACES TO ALERT-TEXT-Z-00064
              MOVE SEAL-COUNT-Z-00089 TO ED-COUNT-Z-00113
              MOVE SEAL-EXPECT-COUNT-Z-00099 TO ED-COUNT-2-Z-00114
              STRING "SEAL MISMATCH TABLE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                     " RECS " DELIMITED BY SIZE
                     ED-COUNT-Z-00113 DELIMITED BY SIZE
                     " SEALED " DELIMITED BY SIZE
                     ED-COUNT-2-Z-00114 DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     SEAL-EXPECT-BY-Z-00102 DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     SEAL-EXPECT-DATE-Z-00103 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00064
              PERFORM PARA-0001-0009
              MOVE SPACES TO AUDIT-EVENT-Z-00061
              STRING "SEAL FAIL " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                 INTO AUDIT-EVENT-Z-00061
              MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00062
              PERFORM PARA-0001-0006
           WHEN "SEAL UNREADABLE"
              MOVE "F" TO ALERT-SEV-Z-00063
              MOVE SPACES TO ALERT-TEXT-Z-00064
              STRING "SEAL UNREADABLE TABLE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                     " STATUS " DELIMITED BY SIZE
                     TCR-FILE-STATUS-Z-00006 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00064
              PERFORM PARA-0001-0009
              MOVE SPACES TO AUDIT-EVENT-Z-00061
              STRING "SEAL FAIL " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                 INTO AUDIT-EVENT-Z-00061
              MOVE TCR-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00062
              PERFORM PARA-0001-0006
           WHEN "TABLE UNREADABLE"
              MOVE "F" TO ALERT-SEV-Z-00063
              MOVE SPACES TO ALERT-TEXT-Z-00064
              STRING "SEALED TABLE UNREADABLE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                     " STATUS " DELIMITED BY SIZE
                     TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00064
              PERFORM PARA-0001-0009
              MOVE SPACES TO AUDIT-EVENT-Z-00061
              STRING "SEAL FAIL " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                 INTO AUDIT-EVENT-Z-00061
              MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00062
              PERFORM PARA-0001-0006
           WHEN "UNSEALED"
              MOVE "W" TO ALERT-SEV-Z-00063
              MOVE SPACES TO ALERT-TEXT-Z-00064
              STRING "NO CONTROL SEAL FOR TABLE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                 INTO ALERT-TEXT-Z-00064
              PERFORM PARA-0001-0009
              MOVE SPACES TO AUDIT-EVENT-Z-00061
              STRING "SEAL NONE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                 INTO AUDIT-EVENT-Z-00061
              MOVE SPACES TO AUDIT-STAT-Z-00062
              PERFORM PARA-0001-0006
           WHEN "NOT READ"
              MOVE "W" TO ALERT-SEV-Z-00063
              MOVE SPACES TO ALERT-TEXT-Z-00064
              STRING "SEAL CHECK COULD NOT READ TABLE "
                        DELIMITED BY SIZE
                     TABLE-NAME-Z-00068 DELIMITED BY SPACE
                     " STATUS " DELIMITED BY SIZE
                     TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00064
              PERFORM PARA-0001-0009
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        MOVE SPACES TO DTL-LINE-Z-00119
        MOVE TABLE-NAME-Z-00068 TO DTL-TABLE-Z-00120
        MOVE RESULT-TEXT-Z-00104 TO DTL-RESULT-Z-00121
        IF TBL-READ-OK-Z-00084
        OR TBL-NOT-FOUND-Z-00042
           MOVE SEAL-COUNT-Z-00089 TO DTL-RECS-Z-00122
           MOVE SEAL-QTY-Z-00090 TO DTL-QTY-Z-00124
        END-IF
        IF SEAL-FOUND-Z-00086
           MOVE SEAL-EXPECT-COUNT-Z-00099 TO DTL-SEALED-RECS-Z-00123
           MOVE SEAL-EXPECT-QTY-Z-00100 TO DTL-SEALED-QTY-Z-00125
           MOVE SEAL-EXPECT-BY-Z-00102 TO DTL-BY-Z-00126
           MOVE SEAL-EXPECT-DATE-Z-00103 TO DTL-DATE-Z-00127
        END-IF
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-DETAIL-RECORD-Z-00033 TO TRUE
        MOVE DTL-LINE-Z-00119 TO RPT-TEXT-Z-00037
        PERFORM PARA-0002-0003 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE SPACES TO REFUSE-TEXT-Z-00072
        EVALUATE TRUE
           WHEN SUPERVISOR-ID-Z-00071 = SPACES
              MOVE "SUPERVISOR INITIALS (SUP=) REQUIRED"
                 TO REFUSE-TEXT-Z-00072
           WHEN SUPERVISOR-ID-Z-00071 = OPERATOR-ID-Z-00070
              MOVE "SUPERVISOR MUST DIFFER FROM OPERATOR"
                 TO REFUSE-TEXT-Z-00072
           WHEN OTHER
              PERFORM PARA-0005-0002
        END-EVALUATE
        MOVE 1 TO TABLE-COUNT-Z-00105
        PERFORM PARA-0006-0001
        IF REFUSE-TEXT-Z-00072 = SPACES
           PERFORM PARA-0006-0002
           IF NOT TBL-READ-OK-Z-00084
              MOVE SPACES TO REFUSE-TEXT-Z-00072
              STRING "TABLE NOT READABLE, STATUS " DELIMITED BY SIZE
                     TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
                 INTO REFUSE-TEXT-Z-00072
           END-IF
        END-IF
        IF REFUSE-TEXT-Z-00072 NOT = SPACES
           PERFORM PARA-0005-0004
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SEAL-NONE-Z-00087
              MOVE "WAS UNSEALED" TO RESULT-TEXT-Z-00104
           WHEN SEAL-UNREADABLE-Z-00088
              MOVE "WAS UNREADABLE" TO RESULT-TEXT-Z-00104
           WHEN SEAL-EXPECT-COUNT-Z-00099 = SEAL-COUNT-Z-00089
           AND SEAL-EXPECT-QTY-Z-00100 = SEAL-QTY-Z-00090
           AND SEAL-EXPECT-HASH-Z-00101 = SEAL-HASH-Z-00091
              MOVE "WAS OK" TO RESULT-TEXT-Z-00104
           WHEN OTHER
              MOVE "WAS MISMATCH" TO RESULT-TEXT-Z-00104
        END-EVALUATE
        PERFORM PARA-0004-0002
        PERFORM PARA-0006-0005
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-SUMMARY-RECORD-Z-00035 TO TRUE
        IF TCR-OPEN-OK-Z-00043
           STRING "TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
                  " RESEALED BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00070 DELIMITED BY SIZE
                  " SUPERVISOR " DELIMITED BY SIZE
                  SUPERVISOR-ID-Z-00071 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00037
        ELSE
           STRING "TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
                  " SEAL NOT WRITTEN, STATUS " DELIMITED BY SIZE
                  TCR-FILE-STATUS-Z-00006 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00037
        END-IF
        PERFORM PARA-0002-0003
        IF NOT TCR-OPEN-OK-Z-00043
           MOVE "F" TO ALERT-SEV-Z-00063
           MOVE SPACES TO ALERT-TEXT-Z-00064
           STRING "CONTROL SEAL NOT WRITTEN TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  TCR-FILE-STATUS-Z-00006 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00064
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00061
           STRING "SEAL FAIL WRITE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00061
           MOVE TCR-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00062
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00135
           GO TO EXITPARA
        END-IF
        MOVE "W" TO ALERT-SEV-Z-00063
        MOVE SPACES TO ALERT-TEXT-Z-00064
        STRING "TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " RESEALED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00070 DELIMITED BY SIZE
               " SUPERVISOR OVERRIDE " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00071 DELIMITED BY SIZE
               " PRIOR SEAL " DELIMITED BY SIZE
               RESULT-TEXT-Z-00104 (5:12) DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00064
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00061
        STRING "VFY SEAL " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00070 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00071 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00061
        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        MOVE "N" TO SUP-FOUND-SWITCH-Z-00079
        OPEN INPUT SUP-FILE
        IF NOT SUP-OPEN-OK-Z-00046
           MOVE "SUPERVISOR LIST TSTOUT.sup UNAVAILABLE"
              TO REFUSE-TEXT-Z-00072
           GO TO EXITPARA
        END-IF
        MOVE "N" TO SUP-EOF-SWITCH-Z-00077
        PERFORM PARA-0005-0003
           UNTIL SUP-EOF-Z-00078
           OR SUP-FOUND-Z-00080
        CLOSE SUP-FILE
        IF NOT SUP-FOUND-Z-00080
           MOVE "SUP= INITIALS NOT ON THE SUPERVISOR LIST"
              TO REFUSE-TEXT-Z-00072
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        READ SUP-FILE
           AT END
              MOVE "Y" TO SUP-EOF-SWITCH-Z-00077
              GO TO EXITPARA
        END-READ
        IF SUP-0001-Z-00028 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        IF SUP-INITIALS-Z-00029 = SUPERVISOR-ID-Z-00071
           MOVE "Y" TO SUP-FOUND-SWITCH-Z-00079
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTVFY reseal refused, see TSTVFY.rpt."
            & X"00"
        MOVE SPACES TO RPT-0001-Z-00030
        SET RPT-SUMMARY-RECORD-Z-00035 TO TRUE
        STRING "RESEAL OF TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " REFUSED: " DELIMITED BY SIZE
               REFUSE-TEXT-Z-00072 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00037
        PERFORM PARA-0002-0003
        MOVE "W" TO ALERT-SEV-Z-00063
        MOVE SPACES TO ALERT-TEXT-Z-00064
        STRING "TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " RESEAL REFUSED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00070 DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               REFUSE-TEXT-Z-00072 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00064
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00061
        STRING "VFY SEAL " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " REFUSED BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00070 DELIMITED BY SIZE
               " SUP " DELIMITED BY SIZE
               SUPERVISOR-ID-Z-00071 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00061
        MOVE SPACES TO AUDIT-STAT-Z-00062
        PERFORM PARA-0001-0006
        MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00135 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        MOVE SPACES TO SEAL-STATE-Z-00085
        MOVE ZERO TO SEAL-EXPECT-COUNT-Z-00099
        MOVE ZERO TO SEAL-EXPECT-QTY-Z-00100
        MOVE ZERO TO SEAL-EXPECT-HASH-Z-00101
        MOVE SPACES TO SEAL-EXPECT-BY-Z-00102
        MOVE SPACES TO SEAL-EXPECT-DATE-Z-00103
        MOVE SPACES TO TCR-FILE-NAME-Z-00005
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               ".tcr" DELIMITED BY SIZE
           INTO TCR-FILE-NAME-Z-00005
        OPEN INPUT TCR-FILE
        IF TCR-NOT-FOUND-Z-00044
           SET SEAL-NONE-Z-00087 TO TRUE
           GO TO EXITPARA
        END-IF
        IF NOT TCR-OPEN-OK-Z-00043
           SET SEAL-UNREADABLE-Z-00088 TO TRUE
           GO TO EXITPARA
        END-IF
        SET SEAL-UNREADABLE-Z-00088 TO TRUE
        READ TCR-FILE
           AT END
              CLOSE TCR-FILE
              GO TO EXITPARA
        END-READ
        IF TCR-TABLE-Z-00019 = TABLE-NAME-Z-00068
        AND TCR-COUNT-Z-00020 IS NUMERIC
        AND TCR-QTY-Z-00021 IS NUMERIC
        AND TCR-HASH-Z-00022 IS NUMERIC
           SET SEAL-FOUND-Z-00086 TO TRUE
           MOVE TCR-COUNT-Z-00020 TO SEAL-EXPECT-COUNT-Z-00099
           MOVE TCR-QTY-Z-00021 TO SEAL-EXPECT-QTY-Z-00100
           MOVE TCR-HASH-Z-00022 TO SEAL-EXPECT-HASH-Z-00101
           MOVE TCR-BY-Z-00023 TO SEAL-EXPECT-BY-Z-00102
           MOVE TCR-DATE-Z-00025 TO SEAL-EXPECT-DATE-Z-00103
        END-IF
        CLOSE TCR-FILE .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        MOVE ZERO TO SEAL-COUNT-Z-00089
        MOVE ZERO TO SEAL-QTY-Z-00090
        MOVE ZERO TO SEAL-HASH-Z-00091
        MOVE "N" TO TBL-READ-SWITCH-Z-00083
        MOVE SPACES TO TBL-FILE-NAME-Z-00003
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               ".tbl" DELIMITED BY SIZE
           INTO TBL-FILE-NAME-Z-00003
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00041
           GO TO EXITPARA
        END-IF
        MOVE "N" TO TBL-EOF-SWITCH-Z-00081
        MOVE SPACES TO TBL-READ-STAT-Z-00137
        PERFORM PARA-0006-0003
           UNTIL TBL-EOF-Z-00082
        CLOSE TBL-FILE
        IF TBL-READ-STAT-Z-00137 NOT = SPACES
           MOVE TBL-READ-STAT-Z-00137 TO TBL-FILE-STATUS-Z-00004
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO TBL-READ-SWITCH-Z-00083 .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        READ TBL-FILE
           AT END
              MOVE "Y" TO TBL-EOF-SWITCH-Z-00081
              GO TO EXITPARA
        END-READ
        IF TBL-FILE-STATUS-Z-00004 (1:1) NOT = "0"
           MOVE TBL-FILE-STATUS-Z-00004 TO TBL-READ-STAT-Z-00137
           MOVE "Y" TO TBL-EOF-SWITCH-Z-00081
           GO TO EXITPARA
        END-IF
        ADD 1 TO SEAL-COUNT-Z-00089
        IF TBL-ITEM-QTY-Z-00016 IS NUMERIC
           ADD TBL-ITEM-QTY-Z-00016 TO SEAL-QTY-Z-00090
        END-IF
        MOVE TBL-0001-Z-00014 (1:26) TO SEAL-KEY-Z-00094
        PERFORM PARA-0006-0004
           VARYING SEAL-POS-Z-00095 FROM 1 BY 1
           UNTIL SEAL-POS-Z-00095 > 26 .

       EXITPARA.
       EXIT.

       PARA-0006-0004 SECTION .

        MOVE SEAL-KEY-Z-00094 (SEAL-POS-Z-00095:1)
           TO SEAL-BYTE-CHAR-Z-00097
        COMPUTE SEAL-HASH-WORK-Z-00092 =
           SEAL-HASH-Z-00091 * 257 + SEAL-BYTE-NUM-Z-00098
        DIVIDE SEAL-HASH-WORK-Z-00092 BY 999999999989
           GIVING SEAL-HASH-QUOT-Z-00093
           REMAINDER SEAL-HASH-Z-00091 .

       EXITPARA.
       EXIT.

       PARA-0006-0005 SECTION .

        OPEN OUTPUT TCR-FILE
        IF NOT TCR-OPEN-OK-Z-00043
           GO TO EXITPARA
        END-IF
        ACCEPT CURRENT-DATE-Z-00057 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00058 FROM  TIME
        MOVE SPACES TO TCR-0001-Z-00018
        MOVE TABLE-NAME-Z-00068 TO TCR-TABLE-Z-00019
        MOVE SEAL-COUNT-Z-00089 TO TCR-COUNT-Z-00020
        MOVE SEAL-QTY-Z-00090 TO TCR-QTY-Z-00021
        MOVE SEAL-HASH-Z-00091 TO TCR-HASH-Z-00022
        MOVE OPERATOR-ID-Z-00070 TO TCR-BY-Z-00023
        MOVE PROGRAM-ID-Z-00050 TO TCR-PROGRAM-Z-00024
        MOVE CURRENT-DATE-Z-00057 TO TCR-DATE-Z-00025
        MOVE CURRENT-TIME-Z-00058 TO TCR-TIME-Z-00026
        WRITE TCR-0001-Z-00018
        CLOSE TCR-FILE .

       EXITPARA.
       EXIT.
