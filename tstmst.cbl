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
       PROGRAM-ID. TSTMST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MST-ITEM-ID-Z-00008
           FILE STATUS MST-FILE-STATUS-Z-00003.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00004
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00005.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTMST.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00006.

       DATA DIVISION.

       FILE SECTION.
       FD  MST-FILE.
       01 MST-0001-Z-00007.
          02 MST-ITEM-ID-Z-00008 PIC X(15).
          02 MST-DESC-Z-00009 PIC X(30).
          02 MST-UOM-Z-00010 PIC X(4).
          02 MST-CATEGORY-Z-00011 PIC X(8).
          02 MST-OWNER-Z-00012 PIC X(10).
          02 MST-ACTIVE-Z-00013 PIC X(1).
             88 MST-ACTIVE-ITEM-Z-00014 VALUE "A".
             88 MST-RETIRED-ITEM-Z-00015 VALUE "R".
          02 MST-UPD-DATE-Z-00016 PIC X(8).
          02 MST-UPD-BY-Z-00017 PIC X(3).
          02 FILLER PIC X(21).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00018 PIC X(80).

       FD  RPT-FILE.
       01 RPT-0001-Z-00019.
          02 RPT-REC-TYPE-Z-00020 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00021 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00022 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00023 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00024 VALUE "S".
          02 RPT-NAME-0002-Z-00025 PIC X(1).
          02 RPT-TEXT-Z-00026 PIC X(100).
          02 RPT-NULL-TERM-Z-00027 PIC X(1).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 MST-FILE-STATUS-Z-00003 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00028 VALUE "00".
          88 MST-NOT-FOUND-Z-00029 VALUE "35".
       01 AUDIT-FILE-NAME-Z-00004 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00005 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00030 VALUE "00".
       01 RPT-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00031 VALUE "00".
       01 PROGRAM-ID-Z-00032 PIC X(10) VALUE "TSTMST".
       01 COMMAND-Z-00033.
          02 COMMAND-KEY-Z-00034 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00035 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00036 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00037 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00038 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00039 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00040 PIC X(6) VALUE ZERO.
       01 AUDIT-EVENT-Z-00041 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00042 PIC X(2) VALUE SPACES.
       01 OPERATOR-ID-Z-00043 PIC X(3) VALUE SPACES.
       01 PANEL-INPUT-Z-00044 PIC X(30) VALUE SPACES.
       01 PANEL-ACTION-Z-00045 PIC X(1) VALUE SPACES.
       01 PANEL-ANSWER-Z-00046 PIC X(1) VALUE SPACES.
       01 WORK-ID-Z-00047 PIC X(15) VALUE SPACES.
       01 WORK-DESC-Z-00048 PIC X(30) VALUE SPACES.
       01 WORK-UOM-Z-00049 PIC X(4) VALUE SPACES.
       01 WORK-CATEGORY-Z-00050 PIC X(8) VALUE SPACES.
       01 WORK-OWNER-Z-00051 PIC X(10) VALUE SPACES.
       01 WORK-ACTIVE-Z-00052 PIC X(1) VALUE SPACES.
       01 ACTION-VERB-Z-00053 PIC X(3) VALUE SPACES.
       01 MST-FOUND-SWITCH-Z-00054 PIC X(1) VALUE "N".
          88 MST-FOUND-Z-00055 VALUE "Y".
       01 MST-EOF-SWITCH-Z-00056 PIC X(1) VALUE "N".
          88 MST-EOF-Z-00057 VALUE "Y".
       01 CHANGE-COUNT-Z-00058 PIC S9(8) VALUE ZERO.
       01 LIST-COUNT-Z-00059 PIC S9(8) VALUE ZERO.
       01 RETIRED-COUNT-Z-00060 PIC S9(8) VALUE ZERO.
       01 LIST-COUNT-AUD-Z-00061 PIC 9(5) VALUE ZERO.
       01 ED-COUNT-Z-00062 PIC Z(7)9.
       01 ED-COUNT-2-Z-00063 PIC Z(7)9.
       01 PAGE-NUM-Z-00064 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00065 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00066 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00067 PIC Z(7)9.
       01 PBLK-Z-00068 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00069 REDEFINES PBLK-Z-00068 OCCURS 9 PIC S9(9)
            USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTMST(tstmst - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00033 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00039 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00040 FROM  TIME
        PERFORM PARA-0001-0003
        IF COMMAND-KEY-Z-00034 (1:4) = "LIST"
           MOVE "START LIST" TO AUDIT-EVENT-Z-00041
           MOVE SPACES TO AUDIT-STAT-Z-00042
           PERFORM PARA-0001-0006
           PERFORM PARA-0006-0001
           MOVE "FINISH LIST" TO AUDIT-EVENT-Z-00041
           MOVE SPACES TO AUDIT-STAT-Z-00042
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0005-0003
        IF OPERATOR-ID-Z-00043 = SPACES
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMST no operator initials, run cancelled."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00041
           MOVE SPACES TO AUDIT-STAT-Z-00042
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        PERFORM PARA-0002-0001
        MOVE "START" TO AUDIT-EVENT-Z-00041
        MOVE SPACES TO AUDIT-STAT-Z-00042
        PERFORM PARA-0001-0006
        PERFORM PARA-0003-0001
        CLOSE MST-FILE
        MOVE "FINISH" TO AUDIT-EVENT-Z-00041
        MOVE SPACES TO AUDIT-STAT-Z-00042
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMST(tstmst)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00036
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00038
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00036 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00038 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00037
        UNSTRING COMMAND-PARAMS-Z-00035 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00037
           WITH POINTER SWITCH-POINTER-Z-00036
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00038
        IF SWITCH-TOKEN-Z-00037 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00037 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00037 (4:3) TO OPERATOR-ID-Z-00043
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00039 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00040 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00004
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00039 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00004
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00030
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00030
           MOVE SPACES TO AUDIT-0001-Z-00018
           STRING CURRENT-DATE-Z-00039 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00040 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00032 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00041 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00042 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00018
           WRITE AUDIT-0001-Z-00018
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        OPEN I-O MST-FILE
        IF MST-NOT-FOUND-Z-00029
           DISPLAY "ITEM MASTER NOT FOUND, STARTING EMPTY"
           OPEN OUTPUT MST-FILE
           IF MST-OPEN-OK-Z-00028
              CLOSE MST-FILE
              OPEN I-O MST-FILE
           END-IF
        END-IF
        IF NOT MST-OPEN-OK-Z-00028
           MOVE "ABORT" TO AUDIT-EVENT-Z-00041
           MOVE MST-FILE-STATUS-Z-00003 TO AUDIT-STAT-Z-00042
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTMST(tstmst)."
               & X"00"
           MOVE 35 TO PBLK-Z-00069 (2)
           MOVE 2 TO PBLK-Z-00069 (3)
           MOVE 2 TO PBLK-Z-00069 (1)
           CALL "ABORT" USING PBLK-Z-00068,
              " ABORT - Accessing item master. (tstmst 1)",
              MST-FILE-STATUS-Z-00003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE SPACES TO PANEL-ACTION-Z-00045
        PERFORM PARA-0003-0002
           UNTIL PANEL-ACTION-Z-00045 = "Q" .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        DISPLAY " "
        DISPLAY "TSTMST ITEM MASTER PANEL  OPERATOR: "
           OPERATOR-ID-Z-00043
        DISPLAY "A=ADD C=CHANGE R=RETIRE V=REINSTATE I=INQUIRE Q=QUIT:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        MOVE PANEL-INPUT-Z-00044 (1:1) TO PANEL-ACTION-Z-00045
        EVALUATE PANEL-ACTION-Z-00045
           WHEN "A"
              PERFORM PARA-0004-0001
           WHEN "C"
              PERFORM PARA-0004-0002
           WHEN "R"
              PERFORM PARA-0004-0003
           WHEN "V"
              PERFORM PARA-0004-0004
           WHEN "I"
              PERFORM PARA-0004-0005
           WHEN "Q"
              CONTINUE
           WHEN OTHER
              DISPLAY "UNRECOGNIZED ACTION"
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00047 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF MST-FOUND-Z-00055
           DISPLAY "ITEM ALREADY ON MASTER, USE CHANGE"
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO WORK-DESC-Z-00048
        MOVE SPACES TO WORK-UOM-Z-00049
        MOVE SPACES TO WORK-CATEGORY-Z-00050
        MOVE SPACES TO WORK-OWNER-Z-00051
        MOVE "A" TO WORK-ACTIVE-Z-00052
        PERFORM PARA-0005-0005
        IF WORK-DESC-Z-00048 = SPACES
        OR WORK-UOM-Z-00049 = SPACES
           GO TO EXITPARA
        END-IF
        MOVE "ADD" TO ACTION-VERB-Z-00053
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00046 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        WRITE MST-0001-Z-00007
           INVALID KEY
              DISPLAY "ITEM ALREADY ON MASTER, ADD REFUSED"
              GO TO EXITPARA
        END-WRITE
        ADD 1 TO CHANGE-COUNT-Z-00058
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00047 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT MST-FOUND-Z-00055
           DISPLAY "ITEM NOT ON MASTER"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0005
        IF WORK-DESC-Z-00048 = SPACES
        OR WORK-UOM-Z-00049 = SPACES
           GO TO EXITPARA
        END-IF
        MOVE "CHG" TO ACTION-VERB-Z-00053
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00046 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        REWRITE MST-0001-Z-00007
           INVALID KEY
              DISPLAY "ITEM NOT ON MASTER, CHANGE REFUSED"
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO CHANGE-COUNT-Z-00058
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00047 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT MST-FOUND-Z-00055
           DISPLAY "ITEM NOT ON MASTER"
           GO TO EXITPARA
        END-IF
        IF WORK-ACTIVE-Z-00052 = "R"
           DISPLAY "ITEM ALREADY RETIRED"
           GO TO EXITPARA
        END-IF
        MOVE "R" TO WORK-ACTIVE-Z-00052
        MOVE "RET" TO ACTION-VERB-Z-00053
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00046 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        REWRITE MST-0001-Z-00007
           INVALID KEY
              DISPLAY "ITEM NOT ON MASTER, RETIRE REFUSED"
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO CHANGE-COUNT-Z-00058
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00047 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT MST-FOUND-Z-00055
           DISPLAY "ITEM NOT ON MASTER"
           GO TO EXITPARA
        END-IF
        IF WORK-ACTIVE-Z-00052 = "A"
           DISPLAY "ITEM ALREADY ACTIVE"
           GO TO EXITPARA
        END-IF
        MOVE "A" TO WORK-ACTIVE-Z-00052
        MOVE "RIN" TO ACTION-VERB-Z-00053
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00046 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0002
        REWRITE MST-0001-Z-00007
           INVALID KEY
              DISPLAY "ITEM NOT ON MASTER, REINSTATE REFUSED"
              GO TO EXITPARA
        END-REWRITE
        ADD 1 TO CHANGE-COUNT-Z-00058
        PERFORM PARA-0005-0008 .

       EXITPARA.
       EXIT.

       PARA-0004-0005 SECTION .

        PERFORM PARA-0005-0004
        IF WORK-ID-Z-00047 = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT MST-FOUND-Z-00055
           DISPLAY "ITEM NOT ON MASTER"
           GO TO EXITPARA
        END-IF
        DISPLAY " "
        DISPLAY "ITEM ID:     " WORK-ID-Z-00047
        DISPLAY "DESCRIPTION: " WORK-DESC-Z-00048
        DISPLAY "UOM:         " WORK-UOM-Z-00049
        DISPLAY "CATEGORY:    " WORK-CATEGORY-Z-00050
        DISPLAY "OWNER:       " WORK-OWNER-Z-00051
        DISPLAY "ACTIVE/RET:  " WORK-ACTIVE-Z-00052
        DISPLAY "UPDATED:     " MST-UPD-DATE-Z-00016
           " BY " MST-UPD-BY-Z-00017 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE "N" TO MST-FOUND-SWITCH-Z-00054
        MOVE WORK-ID-Z-00047 TO MST-ITEM-ID-Z-00008
        READ MST-FILE
           INVALID KEY
              GO TO EXITPARA
        END-READ
        MOVE "Y" TO MST-FOUND-SWITCH-Z-00054
        MOVE MST-DESC-Z-00009 TO WORK-DESC-Z-00048
        MOVE MST-UOM-Z-00010 TO WORK-UOM-Z-00049
        MOVE MST-CATEGORY-Z-00011 TO WORK-CATEGORY-Z-00050
        MOVE MST-OWNER-Z-00012 TO WORK-OWNER-Z-00051
        MOVE MST-ACTIVE-Z-00013 TO WORK-ACTIVE-Z-00052 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        ACCEPT CURRENT-DATE-Z-00039 FROM  DATE YYYYMMDD
        MOVE SPACES TO MST-0001-Z-00007
        MOVE WORK-ID-Z-00047 TO MST-ITEM-ID-Z-00008
        MOVE WORK-DESC-Z-00048 TO MST-DESC-Z-00009
        MOVE WORK-UOM-Z-00049 TO MST-UOM-Z-00010
        MOVE WORK-CATEGORY-Z-00050 TO MST-CATEGORY-Z-00011
        MOVE WORK-OWNER-Z-00051 TO MST-OWNER-Z-00012
        MOVE WORK-ACTIVE-Z-00052 TO MST-ACTIVE-Z-00013
        MOVE CURRENT-DATE-Z-00039 TO MST-UPD-DATE-Z-00016
        MOVE OPERATOR-ID-Z-00043 TO MST-UPD-BY-Z-00017 .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        IF OPERATOR-ID-Z-00043 NOT = SPACES
           GO TO EXITPARA
        END-IF
        DISPLAY " "
        DISPLAY "TSTMST ITEM MASTER MAINTENANCE"
        DISPLAY "OPERATOR INITIALS:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        MOVE PANEL-INPUT-Z-00044 (1:3) TO OPERATOR-ID-Z-00043 .

       EXITPARA.
       EXIT.

       PARA-0005-0004 SECTION .

        DISPLAY "ITEM ID:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        MOVE PANEL-INPUT-Z-00044 (1:15) TO WORK-ID-Z-00047
        IF WORK-ID-Z-00047 = SPACES
           DISPLAY "ITEM ID REQUIRED"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0005 SECTION .

        DISPLAY "DESCRIPTION [" WORK-DESC-Z-00048 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        IF PANEL-INPUT-Z-00044 NOT = SPACES
           MOVE PANEL-INPUT-Z-00044 TO WORK-DESC-Z-00048
        END-IF
        IF WORK-DESC-Z-00048 = SPACES
           DISPLAY "DESCRIPTION REQUIRED"
           GO TO EXITPARA
        END-IF
        DISPLAY "UNIT OF MEASURE [" WORK-UOM-Z-00049 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        IF PANEL-INPUT-Z-00044 NOT = SPACES
           MOVE PANEL-INPUT-Z-00044 (1:4) TO WORK-UOM-Z-00049
        END-IF
        IF WORK-UOM-Z-00049 = SPACES
           DISPLAY "UNIT OF MEASURE REQUIRED"
           GO TO EXITPARA
        END-IF
        DISPLAY "CATEGORY [" WORK-CATEGORY-Z-00050 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        IF PANEL-INPUT-Z-00044 NOT = SPACES
           MOVE PANEL-INPUT-Z-00044 (1:8) TO WORK-CATEGORY-Z-00050
        END-IF
        DISPLAY "RESPONSIBLE OWNER [" WORK-OWNER-Z-00051 "]:"
        MOVE SPACES TO PANEL-INPUT-Z-00044
        ACCEPT PANEL-INPUT-Z-00044
        IF PANEL-INPUT-Z-00044 NOT = SPACES
           MOVE PANEL-INPUT-Z-00044 (1:10) TO WORK-OWNER-Z-00051
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0005-0007 SECTION .

        DISPLAY " "
        DISPLAY "ACTION:      " ACTION-VERB-Z-00053
        DISPLAY "ITEM ID:     " WORK-ID-Z-00047
        DISPLAY "DESCRIPTION: " WORK-DESC-Z-00048
        DISPLAY "UOM:         " WORK-UOM-Z-00049
        DISPLAY "CATEGORY:    " WORK-CATEGORY-Z-00050
        DISPLAY "OWNER:       " WORK-OWNER-Z-00051
        DISPLAY "ACTIVE/RET:  " WORK-ACTIVE-Z-00052
        DISPLAY "CONFIRM, Y OR N:"
        MOVE SPACES TO PANEL-ANSWER-Z-00046
        ACCEPT PANEL-ANSWER-Z-00046 .

       EXITPARA.
       EXIT.

       PARA-0005-0008 SECTION .

        MOVE SPACES TO AUDIT-EVENT-Z-00041
        STRING "MST " DELIMITED BY SIZE
               ACTION-VERB-Z-00053 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-ID-Z-00047 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00043 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00041
        MOVE SPACES TO AUDIT-STAT-Z-00042
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0006-0001 SECTION .

        OPEN INPUT MST-FILE
        IF NOT MST-OPEN-OK-Z-00028
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMST cannot open item master."
               & X"00"
           MOVE "LIST FAIL OPEN" TO AUDIT-EVENT-Z-00041
           MOVE MST-FILE-STATUS-Z-00003 TO AUDIT-STAT-Z-00042
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00031
           CLOSE MST-FILE
           CALL "REMARK" USING  BY CONTENT "Finish: TSTMST(tstmst)."
               & X"00"
           MOVE 35 TO PBLK-Z-00069 (2)
           MOVE 2 TO PBLK-Z-00069 (3)
           MOVE 2 TO PBLK-Z-00069 (1)
           CALL "ABORT" USING PBLK-Z-00068,
              " ABORT - Accessing TSTMST report. (tstmst 2)",
              RPT-FILE-STATUS-Z-00006
        END-IF
        PERFORM PARA-0006-0003
        MOVE ZERO TO LIST-COUNT-Z-00059
        MOVE ZERO TO RETIRED-COUNT-Z-00060
        MOVE "N" TO MST-EOF-SWITCH-Z-00056
        PERFORM PARA-0006-0002
           UNTIL MST-EOF-Z-00057
        CLOSE MST-FILE
        MOVE LIST-COUNT-Z-00059 TO ED-COUNT-Z-00062
        MOVE RETIRED-COUNT-Z-00060 TO ED-COUNT-2-Z-00063
        MOVE SPACES TO RPT-0001-Z-00019
        SET RPT-SUMMARY-RECORD-Z-00024 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00026
        STRING "ITEMS ON MASTER: " DELIMITED BY SIZE
               ED-COUNT-Z-00062 DELIMITED BY SIZE
               "  RETIRED: " DELIMITED BY SIZE
               ED-COUNT-2-Z-00063 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00026
        WRITE RPT-0001-Z-00019
        CLOSE RPT-FILE
        MOVE LIST-COUNT-Z-00059 TO LIST-COUNT-AUD-Z-00061
        MOVE SPACES TO AUDIT-EVENT-Z-00041
        STRING "LIST RECS=" DELIMITED BY SIZE
               LIST-COUNT-AUD-Z-00061 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00041
        MOVE SPACES TO AUDIT-STAT-Z-00042
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0006-0002 SECTION .

        READ MST-FILE NEXT RECORD
           AT END
              SET MST-EOF-Z-00057 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO LIST-COUNT-Z-00059
        IF MST-RETIRED-ITEM-Z-00015
           ADD 1 TO RETIRED-COUNT-Z-00060
        END-IF
        MOVE SPACES TO RPT-0001-Z-00019
        SET RPT-DETAIL-RECORD-Z-00022 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00026
        STRING MST-ITEM-ID-Z-00008 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-DESC-Z-00009 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-UOM-Z-00010 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-CATEGORY-Z-00011 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-OWNER-Z-00012 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-ACTIVE-Z-00013 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-UPD-DATE-Z-00016 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MST-UPD-BY-Z-00017 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00026
        WRITE RPT-0001-Z-00019
        ADD 1 TO LINE-NUM-Z-00065
        IF LINE-NUM-Z-00065 >= PAGECHK-Z-00066
           PERFORM PARA-0006-0003
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0006-0003 SECTION .

        ADD 1 TO PAGE-NUM-Z-00064
        MOVE ZERO TO LINE-NUM-Z-00065
        MOVE PAGE-NUM-Z-00064 TO PAGE-NUM-ED-Z-00067
        MOVE SPACES TO RPT-0001-Z-00019
        SET RPT-HEADER-RECORD-Z-00021 TO TRUE
        MOVE SPACES TO RPT-TEXT-Z-00026
        STRING "TSTMST.rpt  ITEM MASTER  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00039 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00040 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00067 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00026
        WRITE RPT-0001-Z-00019
        ADD 1 TO LINE-NUM-Z-00065.

       EXITPARA.
       EXIT.
