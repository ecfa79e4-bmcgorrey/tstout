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
       PROGRAM-ID. TSTCST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CST-FILE ASSIGN TO "DBPATH/TSTCST.itx"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CST-KEY-Z-00003
           FILE STATUS CST-FILE-STATUS-Z-00004.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00005
           FILE STATUS MST-FILE-STATUS-Z-00006.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00007
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00008.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTCST.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00009.

       DATA DIVISION.

       FILE SECTION.
       FD  CST-FILE.
       01 CST-0001-Z-00010.
          02 CST-KEY-Z-00003.
             03 CST-ITEM-ID-Z-00011 PIC X(15).
             03 CST-EFF-DATE-Z-00012 PIC X(8).
          02 CST-UNIT-COST-Z-00013 PIC S9(7)V9999.
          02 CST-UPD-DATE-Z-00014 PIC X(8).
          02 CST-UPD-BY-Z-00015 PIC X(3).
          02 FILLER PIC X(20).

       FD  MST-FILE.
       01 MST-0001-Z-00016.
          02 MST-ITEM-ID-Z-00005 PIC X(15).
          02 MST-DESC-Z-00017 PIC X(30).
          02 MST-UOM-Z-00018 PIC X(4).
          02 MST-CATEGORY-Z-00019 PIC X(8).
          02 MST-OWNER-Z-00020 PIC X(10).
          02 MST-ACTIVE-Z-00021 PIC X(1).
          02 MST-UPD-DATE-Z-00022 PIC X(8).
          02 MST-UPD-BY-Z-00023 PIC X(3).
          02 FILLER PIC X(21).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00024 PIC X(80).

       FD  RPT-FILE.
       01 RPT-0001-Z-00025.
          02 RPT-REC-TYPE-Z-00026 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00027 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00028 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00029 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00030 VALUE "S".
          02 RPT-NAME-0002-Z-00031 PIC X(1).
          02 RPT-TEXT-Z-00032 PIC X(100).
          02 RPT-NULL-TERM-Z-00033 PIC X(1).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 CST-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 CST-OPEN-OK-Z-00034 VALUE "00".
          88 CST-NOT-FOUND-Z-00035 VALUE "35".
       01 MST-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00036 VALUE "00".
       01 MST-OPEN-SWITCH-Z-00037 PIC X(1) VALUE "N".
          88 MST-OPEN-Z-00038 VALUE "Y".
       01 AUDIT-FILE-NAME-Z-00007 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00039 VALUE "00".
       01 RPT-FILE-STATUS-Z-00009 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00040 VALUE "00".
       01 PROGRAM-ID-Z-00041 PIC X(10) VALUE "TSTCST".
       01 COMMAND-Z-00042.
          02 COMMAND-KEY-Z-00043 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00044 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00045 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00046 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00047 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00048 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00049 PIC X(6) VALUE ZERO.
       01 AUDIT-EVENT-Z-00050 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00051 PIC X(2) VALUE SPACES.
       01 OPERATOR-ID-Z-00052 PIC X(3) VALUE SPACES.
       01 PANEL-INPUT-Z-00053 PIC X(30) VALUE SPACES.
       01 PANEL-ACTION-Z-00054 PIC X(1) VALUE SPACES.
       01 PANEL-ANSWER-Z-00055 PIC X(1) VALUE SPACES.
       01 WORK-ID-Z-00056 PIC X(15) VALUE SPACES.
       01 WORK-EFF-DATE-Z-00057 PIC X(8) VALUE SPACES.
       01 WORK-COST-Z-00058 PIC S9(7)V9999 VALUE ZERO.
       01 WORK-DESC-Z-00059 PIC X(30) VALUE SPACES.
       01 ACTION-VERB-Z-00060 PIC X(3) VALUE SPACES.
       01 CST-FOUND-SWITCH-Z-00061 PIC X(1) VALUE "N".
          88 CST-FOUND-Z-00062 VALUE "Y".
       01 CST-EOF-SWITCH-Z-00063 PIC X(1) VALUE "N".
          88 CST-EOF-Z-00064 VALUE "Y".
       01 COST-VALID-SWITCH-Z-00065 PIC X(1) VALUE "N".
          88 COST-VALID-Z-00066 VALUE "Y".
       01 COST-WHOLE-TEXT-Z-00067 PIC X(7) JUSTIFIED RIGHT
           VALUE SPACES.
       01 COST-WHOLE-NUM-Z-00068 PIC 9(7) VALUE ZERO.
       01 COST-FRAC-TEXT-Z-00069 PIC X(4) VALUE SPACES.
       01 COST-FRAC-NUM-Z-00070 PIC 9(4) VALUE ZERO.
       01 COST-EXTRA-TEXT-Z-00071 PIC X(30) VALUE SPACES.
       01 COST-FIELDS-Z-00072 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 COST-WHOLE-LEN-Z-00089 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 COST-FRAC-LEN-Z-00090 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 CHANGE-COUNT-Z-00073 PIC S9(8) VALUE ZERO.
       01 LIST-COUNT-Z-00074 PIC S9(8) VALUE ZERO.
       01 ITEM-COUNT-Z-00075 PIC S9(8) VALUE ZERO.
       01 LIST-COUNT-AUD-Z-00076 PIC 9(5) VALUE ZERO.
       01 LAST-ITEM-ID-Z-00077 PIC X(15) VALUE SPACES.
       01 ED-COUNT-Z-00078 PIC Z(7)9.
       01 ED-COUNT-2-Z-00079 PIC Z(7)9.
       01 ED-COST-Z-00080 PIC Z(6)9.9999-.
       01 EFFECT-MARK-Z-00081 PIC X(10) VALUE SPACES.
       01 INQUIRY-COUNT-Z-00082 PIC S9(8) VALUE ZERO.
       01 PAGE-NUM-Z-00083 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00084 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00085 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00086 PIC Z(7)9.
       01 PBLK-Z-00087 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00088 REDEFINES PBLK-Z-00087 OCCURS 9 PIC S9(9)
            USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTCST(tstcst - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00042 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00048 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00049 FROM  TIME
        PERFORM PARA-0001-0003
        IF COMMAND-KEY-Z-00043 (1:4) = "LIST"
           MOVE "START LIST" TO AUDIT-EVENT-Z-00050
           MOVE SPACES TO AUDIT-STAT-Z-00051
           PERFORM PARA-0001-0006
           PERFORM PARA-0006-0001
           MOVE "FINISH LIST" TO AUDIT-EVENT-Z-00050
           MOVE SPACES TO AUDIT-STAT-Z-00051
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0005-0003
        IF OPERATOR-ID-Z-00052 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCST no operator initials, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00050
           MOVE SPACES TO AUDIT-STAT-Z-00051
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0002-0001
        MOVE "START" TO AUDIT-EVENT-Z-00050
        MOVE SPACES TO AUDIT-STAT-Z-00051
        PERFORM PARA-0001-0006
        PERFORM PARA-0003-0001
        CLOSE CST-FILE
        IF MST-OPEN-Z-00038
           CLOSE MST-FILE
        END-IF
        MOVE "FINISH" TO AUDIT-EVENT-Z-00050
        MOVE SPACES TO AUDIT-STAT-Z-00051
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTCST(tstcst)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00045
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00047
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00045 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00047 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00046
        UNSTRING COMMAND-PARAMS-Z-00044 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00046
           WITH POINTER SWITCH-POINTER-Z-00045
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00047
        IF SWITCH-TOKEN-Z-00046 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00046 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00046 (4:3) TO OPERATOR-ID-Z-00052
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00048 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00049 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00007
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00048 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00007
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00039
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00039
           MOVE SPACES TO AUDIT-0001-Z-00024
           STRING CURRENT-DATE-Z-00048 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00049 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00041 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00050 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00051 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00024
           WRITE AUDIT-0001-Z-00024
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        OPEN I-O CST-FILE
        IF CST-NOT-FOUND-Z-00035
           DISPLAY "ITEM COST FILE NOT FOUND, STARTING EMPTY"
           OPEN OUTPUT CST-FILE
           IF CST-OPEN-OK-Z-00034
              CLOSE CST-FILE
              OPEN I-O CST-FILE
           END-IF
        END-IF
        IF NOT CST-OPEN-OK-Z-00034
           MOVE "ABORT" TO AUDIT-EVENT-Z-00050
           MOVE CST-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00051
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTCST(tstcst)."
               & X"00"
           MOVE 35 TO PBLK-Z-00088 (2)
           MOVE 2 TO PBLK-Z-00088 (3)
           MOVE 2 TO PBLK-Z-00088 (1)
           CALL "ABORT" USING PBLK-Z-00087,
              " ABORT - Accessing item cost file. (tstcst 1)",
              CST-FILE-STATUS-Z-00004
        END-IF
        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00036
           MOVE "Y" TO MST-OPEN-SWITCH-Z-00037
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCST item master unavailable."
               & X"00"
           DISPLAY "ITEM MASTER UNAVAILABLE, NEW COSTS REFUSED"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE SPACES TO PANEL-ACTION-Z-00054
        PERFORM PARA-0003-0002
           UNTIL PANEL-ACTION-Z-00054 = "Q" .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        DISPLAY " "
        DISPLAY "TSTCST ITEM COST PANEL  OPERATOR: "
           OPERATOR-ID-Z-00052
        DISPLAY "A=ADD C=CHANGE D=DELETE I=INQUIRE Q=QUIT:"
        MOVE SPACES TO PANEL-INPUT-Z-00053
        ACCEPT PANEL-INPUT-Z-00053
        MOVE PANEL-INPUT-Z-00053 (1:1) TO PANEL-ACTION-Z-00054
        EVALUATE PANEL-ACTION-Z-00054
           WHEN "A"
              PERFORM PARA-0004-0001
           WHEN "C"
              PERFORM PARA-0004-0002
           WHEN "D"
              PERFORM PARA-0004-0003
           WHEN "I"
              PERFORM PARA-0004-0004
           WHEN "Q"
              CONTINUE
           WHEN OTHER
              DISPLAY "UNRECOGNIZED ACTION"
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00056 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0009
        IF WORK-DESC-Z-00059 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0005
        IF WORK-EFF-DATE-Z-00057 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF CST-FOUND-Z-00062
           DISPLAY "COST ALREADY ON FILE FOR THAT DATE, USE CHANGE"
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO WORK-COST-Z-00058
        PERFORM PARA-0005-0006
        IF NOT COST-VALID-Z-00066
           GO TO EXITPARA
        END-IF
        MOVE "ADD" TO ACTION-VERB-Z-00060
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00055 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        WRITE CST-0001-Z-00010
           INVALID KEY
              DISPLAY "COST ALREADY ON FILE, ADD REFUSED"
              GO TO EXITPARA
        END-WRITE
        ADD 1 TO CHANGE-COUNT-Z-00073
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00056 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0005
        IF WORK-EFF-DATE-Z-00057 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT CST-FOUND-Z-00062
           DISPLAY "NO COST ON FILE FOR THAT DATE"
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO WORK-DESC-Z-00059
        PERFORM PARA-0005-0006
        IF NOT COST-VALID-Z-00066
           GO TO EXITPARA
        END-IF
        MOVE "CHG" TO ACTION-VERB-Z-00060
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00055 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        REWRITE CST-0001-Z-00010
           INVALID KEY
              DISPLAY "NO COST ON FILE, CHANGE REFUSED"
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO CHANGE-COUNT-Z-00073
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00056 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0005
        IF WORK-EFF-DATE-Z-00057 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT CST-FOUND-Z-00062
           DISPLAY "NO COST ON FILE FOR THAT DATE"
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO WORK-DESC-Z-00059
        MOVE "DEL" TO ACTION-VERB-Z-00060
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00055 NOT = "Y"
           GO TO EXITPARA
        END-IF
        DELETE CST-FILE
           INVALID KEY
              DISPLAY "NO COST ON FILE, DELETE REFUSED"
              GO TO EXITPARA
        END-DELETE
        ADD 1 TO CHANGE-COUNT-Z-00073
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00056 = SPACES
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO INQUIRY-COUNT-Z-00082
        MOVE SPACES TO LAST-ITEM-ID-Z-00077
        DISPLAY " "
        DISPLAY "ITEM ID:     " WORK-ID-Z-00056
        MOVE LOW-VALUES TO CST-KEY-Z-00003
        MOVE WORK-ID-Z-00056 TO CST-ITEM-ID-Z-00011
        MOVE "N" TO CST-EOF-SWITCH-Z-00063
        START CST-FILE KEY NOT < CST-KEY-Z-00003
           INVALID KEY
              MOVE "Y" TO CST-EOF-SWITCH-Z-00063
        END-START
        PERFORM PARA-0004-0005
           UNTIL CST-EOF-Z-00064
        IF INQUIRY-COUNT-Z-00082 = ZERO
           DISPLAY "NO COST ON FILE FOR THIS ITEM"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0005 SECTION .

        READ CST-FILE NEXT RECORD
           AT END
              SET CST-EOF-Z-00064 TO TRUE
              GO TO EXITPARA
        END-READ
        IF CST-ITEM-ID-Z-00011 NOT = WORK-ID-Z-00056
           SET CST-EOF-Z-00064 TO TRUE
           GO TO EXITPARA
        END-IF
        ADD 1 TO INQUIRY-COUNT-Z-00082
        MOVE CST-UNIT-COST-Z-00013 TO ED-COST-Z-00080
        MOVE SPACES TO EFFECT-MARK-Z-00081
        IF CST-EFF-DATE-Z-00012 > CURRENT-DATE-Z-00048
           MOVE "FUTURE" TO EFFECT-MARK-Z-00081
        END-IF
        DISPLAY "EFFECTIVE " CST-EFF-DATE-Z-00012
           "  UNIT COST " ED-COST-Z-00080
           "  BY " CST-UPD-BY-Z-00015 " " CST-UPD-DATE-Z-00014
           " " EFFECT-MARK-Z-00081 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE "N" TO CST-FOUND-SWITCH-Z-00061
        MOVE WORK-ID-Z-00056 TO CST-ITEM-ID-Z-00011
        MOVE WORK-EFF-DATE-Z-00057 TO CST-EFF-DATE-Z-00012
        READ CST-FILE
           INVALID KEY
              GO TO EXITPARA
        END-READ
        MOVE "Y" TO CST-FOUND-SWITCH-Z-00061
        MOVE CST-UNIT-COST-Z-00013 TO WORK-COST-Z-00058 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        ACCEPT CURRENT-DATE-Z-00048 FROM  DATE YYYYMMDD
        MOVE SPACES TO CST-0001-Z-00010
        MOVE WORK-ID-Z-00056 TO CST-ITEM-ID-Z-00011
        MOVE WORK-EFF-DATE-Z-00057 TO CST-EFF-DATE-Z-00012
        MOVE WORK-COST-Z-00058 TO CST-UNIT-COST-Z-00013
        MOVE CURRENT-DATE-Z-00048 TO CST-UPD-DATE-Z-00014
        MOVE OPERATOR-ID-Z-00052 TO CST-UPD-BY-Z-00015 .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        IF OPERATOR-ID-Z-00052 NOT = SPACES
           GO TO EXITPARA
        END-IF
        DISPLAY " "
        DISPLAY "TSTCST ITEM COST MAINTENANCE"
        DISPLAY "OPERATOR INITIALS:"
        MOVE SPACES TO PANEL-INPUT-Z-00053
        ACCEPT PANEL-INPUT-Z-00053
        MOVE PANEL-INPUT-Z-00053 (1:3) TO OPERATOR-ID-Z-00052 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        DISPLAY "ITEM ID:"
        MOVE SPACES TO PANEL-INPUT-Z-00053
        ACCEPT PANEL-INPUT-Z-00053
        MOVE PANEL-INPUT-Z-00053 (1:15) TO WORK-ID-Z-00056
        IF WORK-ID-Z-00056 = SPACES
           DISPLAY "ITEM ID REQUIRED"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0005 SECTION .

        DISPLAY "EFFECTIVE DATE YYYYMMDD [" CURRENT-DATE-Z-00048 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00053
        ACCEPT PANEL-INPUT-Z-00053
        IF PANEL-INPUT-Z-00053 = SPACES
           MOVE CURRENT-DATE-Z-00048 TO WORK-EFF-DATE-Z-00057
           GO TO EXITPARA
        END-IF
        MOVE PANEL-INPUT-Z-00053 (1:8) TO WORK-EFF-DATE-Z-00057
        IF WORK-EFF-DATE-Z-00057 IS NOT NUMERIC
        OR PANEL-INPUT-Z-00053 (9:22) NOT = SPACES
        OR WORK-EFF-DATE-Z-00057 (5:2) < "01"
        OR WORK-EFF-DATE-Z-00057 (5:2) > "12"
        OR WORK-EFF-DATE-Z-00057 (7:2) < "01"
        OR WORK-EFF-DATE-Z-00057 (7:2) > "31"
           DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
           MOVE SPACES TO WORK-EFF-DATE-Z-00057
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0006 SECTION .

        MOVE "N" TO COST-VALID-SWITCH-Z-00065
        MOVE WORK-COST-Z-00058 TO ED-COST-Z-00080
        DISPLAY "UNIT COST [" ED-COST-Z-00080 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00053
        ACCEPT PANEL-INPUT-Z-00053
        IF PANEL-INPUT-Z-00053 = SPACES
           IF CST-FOUND-Z-00062
              MOVE "Y" TO COST-VALID-SWITCH-Z-00065
           ELSE
              DISPLAY "UNIT COST REQUIRED"
           END-IF
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO COST-WHOLE-TEXT-Z-00067
        MOVE SPACES TO COST-FRAC-TEXT-Z-00069
        MOVE SPACES TO COST-EXTRA-TEXT-Z-00071
        MOVE ZERO TO COST-FIELDS-Z-00072
        MOVE ZERO TO COST-WHOLE-LEN-Z-00089
        MOVE ZERO TO COST-FRAC-LEN-Z-00090
        UNSTRING PANEL-INPUT-Z-00053 DELIMITED BY "." OR ALL SPACE
           INTO COST-WHOLE-TEXT-Z-00067
                   COUNT IN COST-WHOLE-LEN-Z-00089
                COST-FRAC-TEXT-Z-00069
                   COUNT IN COST-FRAC-LEN-Z-00090
                COST-EXTRA-TEXT-Z-00071
           TALLYING IN COST-FIELDS-Z-00072
        END-UNSTRING
        IF COST-EXTRA-TEXT-Z-00071 NOT = SPACES
        OR COST-WHOLE-LEN-Z-00089 > 7
        OR COST-FRAC-LEN-Z-00090 > 4
           DISPLAY "UNIT COST MUST BE DIGITS WITH UP TO 4 DECIMALS"
           GO TO EXITPARA
        END-IF
        INSPECT COST-WHOLE-TEXT-Z-00067
           REPLACING LEADING SPACE BY ZERO
        INSPECT COST-FRAC-TEXT-Z-00069
           REPLACING ALL SPACE BY ZERO
        IF COST-WHOLE-TEXT-Z-00067 IS NOT NUMERIC
        OR COST-FRAC-TEXT-Z-00069 IS NOT NUMERIC
           DISPLAY "UNIT COST MUST BE DIGITS WITH UP TO 4 DECIMALS"
           GO TO EXITPARA
        END-IF
        MOVE COST-WHOLE-TEXT-Z-00067 TO COST-WHOLE-NUM-Z-00068
        MOVE COST-FRAC-TEXT-Z-00069 TO COST-FRAC-NUM-Z-00070
        COMPUTE WORK-COST-Z-00058 = COST-WHOLE-NUM-Z-00068
           + (COST-FRAC-NUM-Z-00070 / 10000)
        MOVE "Y" TO COST-VALID-SWITCH-Z-00065 .

       EXITPARA.
       EXIT.

       PARA-0005-0007 SECTION .

        MOVE WORK-COST-Z-00058 TO ED-COST-Z-00080
        DISPLAY " "
        DISPLAY "ACTION:      " ACTION-VERB-Z-00060
        DISPLAY "ITEM ID:     " WORK-ID-Z-00056
        IF WORK-DESC-Z-00059 NOT = SPACES
           DISPLAY "DESCRIPTION: " WORK-DESC-Z-00059
        END-IF
        DISPLAY "EFFECTIVE:   " WORK-EFF-DATE-Z-00057
        DISPLAY "UNIT COST:   " ED-COST-Z-00080
        DISPLAY "CONFIRM, Y OR N:"
        MOVE SPACES TO PANEL-ANSWER-Z-00055
        ACCEPT PANEL-ANSWER-Z-00055 .

       EXITPARA.
       EXIT.

       PARA-0005-0008 SECTION .

        MOVE SPACES TO AUDIT-EVENT-Z-00050
        STRING "CST " DELIMITED BY SIZE
               ACTION-VERB-Z-00060 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-ID-Z-00056 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00052 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00050
        MOVE SPACES TO AUDIT-STAT-Z-00051
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0005-0009 SECTION .

        MOVE SPACES TO WORK-DESC-Z-00059
        IF NOT MST-OPEN-Z-00038
           DISPLAY "ITEM MASTER UNAVAILABLE, ADD REFUSED"
           GO TO EXITPARA
        END-IF
        MOVE WORK-ID-Z-00056 TO MST-ITEM-ID-Z-00005
        READ MST-FILE
           INVALID KEY
              DISPLAY "ITEM NOT ON ITEM MASTER, ADD REFUSED"
              GO TO EXITPARA
        END-READ
        MOVE MST-DESC-Z-00017 TO WORK-DESC-Z-00059 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        OPEN INPUT CST-FILE
        IF NOT CST-OPEN-OK-Z-00034
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTCST cannot open item cost file."
               & X"00"
           MOVE "LIST FAIL OPEN" TO AUDIT-EVENT-Z-00050
           MOVE CST-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00051
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00040
           CLOSE CST-FILE
           CALL "REMARK" USING  BY CONTENT "Finish: TSTCST(tstcst)."
               & X"00"
           MOVE 35 TO PBLK-Z-00088 (2)
           MOVE 2 TO PBLK-Z-00088 (3)
           MOVE 2 TO PBLK-Z-00088 (1)
           CALL "ABORT" USING PBLK-Z-00087,
              " ABORT - Accessing TSTCST report. (tstcst 2)",
              RPT-FILE-STATUS-Z-00009
        END-IF
        PERFORM PARA-0006-0003
        MOVE ZERO TO LIST-COUNT-Z-00074
        MOVE ZERO TO ITEM-COUNT-Z-00075
        MOVE SPACES TO LAST-ITEM-ID-Z-00077
        MOVE "N" TO CST-EOF-SWITCH-Z-00063
        PERFORM PARA-0006-0002
           UNTIL CST-EOF-Z-00064
        CLOSE CST-FILE
        MOVE LIST-COUNT-Z-00074 TO ED-COUNT-Z-00078
        MOVE ITEM-COUNT-Z-00075 TO ED-COUNT-2-Z-00079
        MOVE SPACES TO RPT-0001-Z-00025
        SET RPT-SUMMARY-RECORD-Z-00030 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00032
        STRING "COST RECORDS: " DELIMITED BY SIZE
               ED-COUNT-Z-00078 DELIMITED BY SIZE
               "  ITEMS COSTED: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00079 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00032
        WRITE RPT-0001-Z-00025
        CLOSE RPT-FILE
        MOVE LIST-COUNT-Z-00074 TO LIST-COUNT-AUD-Z-00076
        MOVE SPACES TO AUDIT-EVENT-Z-00050
        STRING "LIST RECS=" DELIMITED BY SIZE
               LIST-COUNT-AUD-Z-00076 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00050
        MOVE SPACES TO AUDIT-STAT-Z-00051
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        READ CST-FILE NEXT RECORD
           AT END
              SET CST-EOF-Z-00064 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO LIST-COUNT-Z-00074
        IF CST-ITEM-ID-Z-00011 NOT = LAST-ITEM-ID-Z-00077
           ADD 1 TO ITEM-COUNT-Z-00075
           MOVE CST-ITEM-ID-Z-00011 TO LAST-ITEM-ID-Z-00077
        END-IF
        MOVE CST-UNIT-COST-Z-00013 TO ED-COST-Z-00080
        MOVE SPACES TO RPT-0001-Z-00025
        SET RPT-DETAIL-RECORD-Z-00028 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00032
        STRING CST-ITEM-ID-Z-00011 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CST-EFF-DATE-Z-00012 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-COST-Z-00080 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CST-UPD-DATE-Z-00014 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CST-UPD-BY-Z-00015 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00032
        WRITE RPT-0001-Z-00025
        ADD 1 TO LINE-NUM-Z-00084
        IF LINE-NUM-Z-00084 >= PAGECHK-Z-00085
           PERFORM PARA-0006-0003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        ADD 1 TO PAGE-NUM-Z-00083
        MOVE ZERO TO LINE-NUM-Z-00084
        MOVE PAGE-NUM-Z-00083 TO PAGE-NUM-ED-Z-00086
        MOVE SPACES TO RPT-0001-Z-00025
        SET RPT-HEADER-RECORD-Z-00027 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00032
        STRING "TSTCST.rpt  ITEM COST  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00048 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00049 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00086 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00032
        WRITE RPT-0001-Z-00025
        ADD 1 TO LINE-NUM-Z-00084.

       EXITPARA.
       EXIT.
