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
       PROGRAM-ID. TSTVAL.
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
        SELECT CST-FILE ASSIGN TO "DBPATH/TSTCST.itx"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CST-KEY-Z-00007
           FILE STATUS CST-FILE-STATUS-Z-00008.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00009
           FILE STATUS MST-FILE-STATUS-Z-00010.
        SELECT RPT-FILE ASSIGN TO "DBPATH/TSTVAL.rpt"
           FILE STATUS RPT-FILE-STATUS-Z-00011.
        SELECT NCS-FILE ASSIGN TO "DBPATH/TSTVAL.wrk"
           FILE STATUS NCS-FILE-STATUS-Z-00012.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00013
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00014.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00015.

       DATA DIVISION.

       FILE SECTION.
       FD  TBL-FILE.
       01 TBL-0001-Z-00016.
          02 TBL-ITEM-ID-Z-00017 PIC X(15).
          02 TBL-ITEM-QTY-Z-00018 PIC S9(8)V99.
          02 TBL-ITEM-STATUS-Z-00019 PIC X(1).
          02 FILLER PIC X(74).

       FD  CTL-FILE.
       01 CTL-0001-Z-00020 PIC X(80).

       FD  CST-FILE.
       01 CST-0001-Z-00021.
          02 CST-KEY-Z-00007.
             03 CST-ITEM-ID-Z-00022 PIC X(15).
             03 CST-EFF-DATE-Z-00023 PIC X(8).
          02 CST-UNIT-COST-Z-00024 PIC S9(7)V9999.
          02 CST-UPD-DATE-Z-00025 PIC X(8).
          02 CST-UPD-BY-Z-00026 PIC X(3).
          02 FILLER PIC X(20).

       FD  MST-FILE.
       01 MST-0001-Z-00027.
          02 MST-ITEM-ID-Z-00009 PIC X(15).
          02 MST-DESC-Z-00028 PIC X(30).
          02 MST-UOM-Z-00029 PIC X(4).
          02 MST-CATEGORY-Z-00030 PIC X(8).
          02 MST-OWNER-Z-00031 PIC X(10).
          02 MST-ACTIVE-Z-00032 PIC X(1).
          02 MST-UPD-DATE-Z-00033 PIC X(8).
          02 MST-UPD-BY-Z-00034 PIC X(3).
          02 FILLER PIC X(21).

       FD  RPT-FILE.
       01 RPT-0001-Z-00035.
          02 RPT-REC-TYPE-Z-00036 PIC X(1).
             88 RPT-HEADER-RECORD-Z-00037 VALUE "H".
             88 RPT-DETAIL-RECORD-Z-00038 VALUE "D".
             88 RPT-TRAILER-RECORD-Z-00039 VALUE "T".
             88 RPT-SUMMARY-RECORD-Z-00040 VALUE "S".
          02 RPT-NAME-0002-Z-00041 PIC X(1).
          02 RPT-TEXT-Z-00042 PIC X(100).
          02 RPT-NULL-TERM-Z-00043 PIC X(1).

       FD  NCS-FILE.
       01 NCS-0001-Z-00044 PIC X(100).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00045 PIC X(80).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00046 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
       01 FILLER PIC X(30) VALUE "Mon Apr 19 13:43:02 2021".
       01 FILLER PIC X(10) VALUE "v3.0.0g ".
       01 FILLER PIC X(30) VALUE "Wed Sep 26 16:29:21 EDT 2018".
       01 TBL-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 TBL-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 TBL-OPEN-OK-Z-00047 VALUE "00".
       01 CTL-FILE-NAME-Z-00005 PIC X(40) VALUE SPACES.
       01 CTL-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 CTL-OPEN-OK-Z-00048 VALUE "00".
       01 CST-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 CST-OPEN-OK-Z-00049 VALUE "00".
       01 MST-FILE-STATUS-Z-00010 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00050 VALUE "00".
       01 RPT-FILE-STATUS-Z-00011 PIC X(2) VALUE SPACES.
          88 RPT-OPEN-OK-Z-00051 VALUE "00".
       01 NCS-FILE-STATUS-Z-00012 PIC X(2) VALUE SPACES.
          88 NCS-OPEN-OK-Z-00052 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00013 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00014 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00053 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00015 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00054 VALUE "00".
       01 PROGRAM-ID-Z-00055 PIC X(10) VALUE "TSTVAL".
       01 COMMAND-Z-00056.
          02 COMMAND-KEY-Z-00057 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00058 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00059 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00060 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00061 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00062 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00063 PIC X(6) VALUE ZERO.
       01 ALERT-SEV-Z-00064 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00065 PIC X(80) VALUE SPACES.
       01 AUDIT-EVENT-Z-00066 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00067 PIC X(2) VALUE SPACES.
       01 TABLE-NAME-Z-00068 PIC X(7) VALUE SPACES.
       01 LIST-NAME-Z-00069 PIC X(16) VALUE SPACES.
       01 LIST-SWITCH-Z-00070 PIC X(1) VALUE "N".
          88 LIST-REQUESTED-Z-00071 VALUE "Y".
       01 CTL-EOF-SWITCH-Z-00072 PIC X(1) VALUE "N".
          88 CTL-EOF-Z-00073 VALUE "Y".
       01 CTL-TABLE-TOKEN-Z-00074 PIC X(30) VALUE SPACES.
       01 CTL-OPTION-TOKEN-Z-00075 PIC X(30) VALUE SPACES.
       01 VAL-DATE-Z-00076 PIC X(8) VALUE SPACES.
       01 TBL-EOF-SWITCH-Z-00077 PIC X(1) VALUE "N".
          88 TBL-EOF-Z-00078 VALUE "Y".
       01 CST-AVAIL-SWITCH-Z-00079 PIC X(1) VALUE "N".
          88 CST-AVAILABLE-Z-00080 VALUE "Y".
       01 MST-AVAIL-SWITCH-Z-00081 PIC X(1) VALUE "N".
          88 MST-AVAILABLE-Z-00082 VALUE "Y".
       01 CST-EOF-SWITCH-Z-00083 PIC X(1) VALUE "N".
          88 CST-EOF-Z-00084 VALUE "Y".
       01 COST-FOUND-SWITCH-Z-00085 PIC X(1) VALUE "N".
          88 COST-FOUND-Z-00086 VALUE "Y".
       01 LOOKUP-ID-Z-00087 PIC X(15) VALUE SPACES.
       01 LOOKUP-COST-Z-00088 PIC S9(7)V9999 VALUE ZERO.
       01 LOOKUP-EFF-DATE-Z-00089 PIC X(8) VALUE SPACES.
       01 LOOKUP-DESC-Z-00090 PIC X(30) VALUE SPACES.
       01 NOT-VALUED-REASON-Z-00091 PIC X(12) VALUE SPACES.
       01 EXT-VALUE-Z-00092 PIC S9(13)V99 VALUE ZERO.
       01 ACTIVE-COUNT-Z-00093 PIC S9(8) VALUE ZERO.
       01 HOLD-COUNT-Z-00094 PIC S9(8) VALUE ZERO.
       01 ERROR-COUNT-Z-00095 PIC S9(8) VALUE ZERO.
       01 NOCOST-COUNT-Z-00096 PIC S9(8) VALUE ZERO.
       01 INVALID-COUNT-Z-00097 PIC S9(8) VALUE ZERO.
       01 ACTIVE-QTY-Z-00098 PIC S9(13)V99 VALUE ZERO.
       01 HOLD-QTY-Z-00099 PIC S9(13)V99 VALUE ZERO.
       01 ERROR-QTY-Z-00100 PIC S9(13)V99 VALUE ZERO.
       01 NOCOST-QTY-Z-00101 PIC S9(13)V99 VALUE ZERO.
       01 ACTIVE-VALUE-Z-00102 PIC S9(15)V99 VALUE ZERO.
       01 HOLD-VALUE-Z-00103 PIC S9(15)V99 VALUE ZERO.
       01 ERROR-VALUE-Z-00104 PIC S9(15)V99 VALUE ZERO.
       01 TABLE-VALUE-Z-00105 PIC S9(15)V99 VALUE ZERO.
       01 GRAND-VALUE-Z-00106 PIC S9(15)V99 VALUE ZERO.
       01 TABLE-COUNT-Z-00107 PIC S9(8) VALUE ZERO.
       01 MISSING-TABLE-COUNT-Z-00108 PIC S9(8) VALUE ZERO.
       01 TOTAL-NOCOST-Z-00109 PIC S9(8) VALUE ZERO.
       01 SUB-LABEL-Z-00110 PIC X(12) VALUE SPACES.
       01 SUB-COUNT-Z-00111 PIC S9(8) VALUE ZERO.
       01 SUB-QTY-Z-00112 PIC S9(13)V99 VALUE ZERO.
       01 SUB-VALUE-Z-00113 PIC S9(15)V99 VALUE ZERO.
       01 ED-QTY-Z-00114 PIC Z(9)9.99-.
       01 ED-COST-Z-00115 PIC Z(6)9.9999-.
       01 ED-VALUE-Z-00116 PIC Z(11)9.99-.
       01 ED-BIG-QTY-Z-00117 PIC Z(12)9.99-.
       01 ED-BIG-VALUE-Z-00118 PIC Z(14)9.99-.
       01 ED-COUNT-Z-00119 PIC Z(7)9.
       01 COUNT-AUD-Z-00120 PIC 9(5) VALUE ZERO.
       01 NOCOST-AUD-Z-00121 PIC 9(5) VALUE ZERO.
       01 TABLES-AUD-Z-00122 PIC 9(3) VALUE ZERO.
       01 NCS-HOLD-Z-00123 PIC X(103) VALUE SPACES.
       01 PAGE-NUM-Z-00124 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 LINE-NUM-Z-00125 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 PAGECHK-Z-00126 PIC S9(9) USAGE COMP-5 VALUE 60.
       01 PAGE-NUM-ED-Z-00127 PIC Z(7)9.
       01 PBLK-Z-00128 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00129 REDEFINES PBLK-Z-00128 OCCURS 9 PIC S9(9)
            USAGE COMP-5.
       01 WORK-DELETE-NAME-Z-00130 PIC X(40) VALUE SPACES.
       01 DELETE-STATUS-Z-00131 PIC S9(9) USAGE COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTVAL(tstval - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00056 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00062 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00063 FROM  TIME
        MOVE COMMAND-KEY-Z-00057 TO TABLE-NAME-Z-00068
        MOVE CURRENT-DATE-Z-00062 TO VAL-DATE-Z-00076
        PERFORM PARA-0001-0003
        IF TABLE-NAME-Z-00068 = SPACES
        AND NOT LIST-REQUESTED-Z-00071
           MOVE "DEFAULT" TO TABLE-NAME-Z-00068
        END-IF
        MOVE SPACES TO AUDIT-EVENT-Z-00066
        IF LIST-REQUESTED-Z-00071
           STRING "START VAL LIST=" DELIMITED BY SIZE
                  LIST-NAME-Z-00069 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00066
        ELSE
           STRING "START VAL " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00066
        END-IF
        MOVE SPACES TO AUDIT-STAT-Z-00067
        PERFORM PARA-0001-0006
        PERFORM PARA-0002-0001
        IF LIST-REQUESTED-Z-00071
           PERFORM PARA-0002-0002
        ELSE
           PERFORM PARA-0003-0001
        END-IF
        PERFORM PARA-0004-0003
        CLOSE RPT-FILE
        IF CST-AVAILABLE-Z-00080
           CLOSE CST-FILE
        END-IF
        IF MST-AVAILABLE-Z-00082
           CLOSE MST-FILE
        END-IF
        MOVE TABLE-COUNT-Z-00107 TO TABLES-AUD-Z-00122
        MOVE TOTAL-NOCOST-Z-00109 TO NOCOST-AUD-Z-00121
        MOVE SPACES TO AUDIT-EVENT-Z-00066
        STRING "FINISH VAL TBLS=" DELIMITED BY SIZE
               TABLES-AUD-Z-00122 DELIMITED BY SIZE
               " NOCOST=" DELIMITED BY SIZE
               NOCOST-AUD-Z-00121 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00066
        MOVE SPACES TO AUDIT-STAT-Z-00067
        PERFORM PARA-0001-0006
        PERFORM PARA-0001-0010
        CALL "REMARK" USING  BY CONTENT "Finish: TSTVAL(tstval)."
            & X"00"
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0010 SECTION .

        MOVE "DBPATH/TSTVAL.wrk" TO WORK-DELETE-NAME-Z-00130
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00130
           RETURNING DELETE-STATUS-Z-00131 .

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00059
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00061
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00059 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00061 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00060
        UNSTRING COMMAND-PARAMS-Z-00058 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00060
           WITH POINTER SWITCH-POINTER-Z-00059
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00061
        IF SWITCH-TOKEN-Z-00060 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00060 (1:4) = "TBL="
              MOVE SWITCH-TOKEN-Z-00060 (5:7) TO TABLE-NAME-Z-00068
           WHEN SWITCH-TOKEN-Z-00060 (1:5) = "DATE="
              IF SWITCH-TOKEN-Z-00060 (6:8) IS NUMERIC
                 MOVE SWITCH-TOKEN-Z-00060 (6:8) TO VAL-DATE-Z-00076
              END-IF
           WHEN SWITCH-TOKEN-Z-00060 (1:5) = "LIST="
              MOVE SWITCH-TOKEN-Z-00060 (6:16) TO LIST-NAME-Z-00069
              IF LIST-NAME-Z-00069 NOT = SPACES
                 MOVE "Y" TO LIST-SWITCH-Z-00070
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00062 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00063 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00013
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00062 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00013
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00053
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00053
           MOVE SPACES TO AUDIT-0001-Z-00045
           STRING CURRENT-DATE-Z-00062 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00063 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00055 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00066 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00067 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00045
           WRITE AUDIT-0001-Z-00045
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00062 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00063 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00054
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00054
           MOVE SPACES TO ALERT-0001-Z-00046
           STRING CURRENT-DATE-Z-00062 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00063 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00055 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00064 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00065 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00046
           WRITE ALERT-0001-Z-00046
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        OPEN OUTPUT RPT-FILE
        IF NOT RPT-OPEN-OK-Z-00051
           MOVE "ABORT" TO AUDIT-EVENT-Z-00066
           MOVE RPT-FILE-STATUS-Z-00011 TO AUDIT-STAT-Z-00067
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTVAL(tstval)."
               & X"00"
           MOVE 35 TO PBLK-Z-00129 (2)
           MOVE 2 TO PBLK-Z-00129 (3)
           MOVE 2 TO PBLK-Z-00129 (1)
           CALL "ABORT" USING PBLK-Z-00128,
              " ABORT - Accessing TSTVAL report. (tstval 1)",
              RPT-FILE-STATUS-Z-00011
        END-IF
        OPEN INPUT CST-FILE
        IF CST-OPEN-OK-Z-00049
           MOVE "Y" TO CST-AVAIL-SWITCH-Z-00079
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVAL item cost file unavailable."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "ITEM COST FILE UNAVAILABLE STATUS "
                     DELIMITED BY SIZE
                  CST-FILE-STATUS-Z-00008 DELIMITED BY SIZE
                  ", NO ITEMS VALUED" DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
        END-IF
        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00050
           MOVE "Y" TO MST-AVAIL-SWITCH-Z-00081
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTVAL item master unavailable."
               & X"00"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        MOVE SPACES TO CTL-FILE-NAME-Z-00005
        STRING "DBPATH/" DELIMITED BY SIZE
               LIST-NAME-Z-00069 DELIMITED BY SPACE
           INTO CTL-FILE-NAME-Z-00005
        OPEN INPUT CTL-FILE
        IF NOT CTL-OPEN-OK-Z-00048
           MOVE "ABORT" TO AUDIT-EVENT-Z-00066
           MOVE CTL-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00067
           PERFORM PARA-0001-0006
           MOVE "F" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "ABORT ACCESSING CONTROL LIST " DELIMITED BY SIZE
                  CTL-FILE-NAME-Z-00005 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  CTL-FILE-STATUS-Z-00006 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
           CALL "REMARK" USING  BY CONTENT "Finish: TSTVAL(tstval)."
               & X"00"
           MOVE 35 TO PBLK-Z-00129 (2)
           MOVE 2 TO PBLK-Z-00129 (3)
           MOVE 2 TO PBLK-Z-00129 (1)
           CALL "ABORT" USING PBLK-Z-00128,
              " ABORT - Accessing control list. (tstval 2)",
              CTL-FILE-STATUS-Z-00006
        END-IF
        MOVE "N" TO CTL-EOF-SWITCH-Z-00072
        PERFORM PARA-0002-0003
           UNTIL CTL-EOF-Z-00073
        CLOSE CTL-FILE .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        READ CTL-FILE
           AT END
              MOVE "Y" TO CTL-EOF-SWITCH-Z-00072
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO CTL-TABLE-TOKEN-Z-00074
        MOVE SPACES TO CTL-OPTION-TOKEN-Z-00075
        UNSTRING CTL-0001-Z-00020 DELIMITED BY ALL " "
           INTO CTL-TABLE-TOKEN-Z-00074, CTL-OPTION-TOKEN-Z-00075
        END-UNSTRING
        IF CTL-TABLE-TOKEN-Z-00074 = SPACES
        OR CTL-TABLE-TOKEN-Z-00074 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        MOVE CTL-TABLE-TOKEN-Z-00074 (1:7) TO TABLE-NAME-Z-00068
        PERFORM PARA-0003-0001 .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        MOVE ZERO TO ACTIVE-COUNT-Z-00093
        MOVE ZERO TO HOLD-COUNT-Z-00094
        MOVE ZERO TO ERROR-COUNT-Z-00095
        MOVE ZERO TO NOCOST-COUNT-Z-00096
        MOVE ZERO TO INVALID-COUNT-Z-00097
        MOVE ZERO TO ACTIVE-QTY-Z-00098
        MOVE ZERO TO HOLD-QTY-Z-00099
        MOVE ZERO TO ERROR-QTY-Z-00100
        MOVE ZERO TO NOCOST-QTY-Z-00101
        MOVE ZERO TO ACTIVE-VALUE-Z-00102
        MOVE ZERO TO HOLD-VALUE-Z-00103
        MOVE ZERO TO ERROR-VALUE-Z-00104
        MOVE ZERO TO TABLE-VALUE-Z-00105
        ADD 1 TO TABLE-COUNT-Z-00107
        PERFORM PARA-0004-0001
        MOVE SPACES TO TBL-FILE-NAME-Z-00003
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               ".tbl" DELIMITED BY SIZE
           INTO TBL-FILE-NAME-Z-00003
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00047
           ADD 1 TO MISSING-TABLE-COUNT-Z-00108
           MOVE SPACES TO RPT-0001-Z-00035
           SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
           STRING "TABLE NOT AVAILABLE, NOT VALUED  STATUS "
                     DELIMITED BY SIZE
                  TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00042
           PERFORM PARA-0004-0004
           MOVE "W" TO ALERT-SEV-Z-00064
           MOVE SPACES TO ALERT-TEXT-Z-00065
           STRING "VALUATION SKIPPED TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00068 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  TBL-FILE-STATUS-Z-00004 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00065
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT NCS-FILE
        IF NOT NCS-OPEN-OK-Z-00052
           CLOSE TBL-FILE
           MOVE "ABORT" TO AUDIT-EVENT-Z-00066
           MOVE NCS-FILE-STATUS-Z-00012 TO AUDIT-STAT-Z-00067
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTVAL(tstval)."
               & X"00"
           MOVE 35 TO PBLK-Z-00129 (2)
           MOVE 2 TO PBLK-Z-00129 (3)
           MOVE 2 TO PBLK-Z-00129 (1)
           CALL "ABORT" USING PBLK-Z-00128,
              " ABORT - Accessing TSTVAL work file. (tstval 3)",
              NCS-FILE-STATUS-Z-00012
        END-IF
        MOVE "N" TO TBL-EOF-SWITCH-Z-00077
        PERFORM PARA-0003-0002
           UNTIL TBL-EOF-Z-00078
        CLOSE TBL-FILE
        CLOSE NCS-FILE
        PERFORM PARA-0003-0004
        ADD TABLE-VALUE-Z-00105 TO GRAND-VALUE-Z-00106
        ADD NOCOST-COUNT-Z-00096 TO TOTAL-NOCOST-Z-00109
        ADD INVALID-COUNT-Z-00097 TO TOTAL-NOCOST-Z-00109
        COMPUTE COUNT-AUD-Z-00120 = ACTIVE-COUNT-Z-00093
           + HOLD-COUNT-Z-00094 + ERROR-COUNT-Z-00095
        COMPUTE NOCOST-AUD-Z-00121 = NOCOST-COUNT-Z-00096
           + INVALID-COUNT-Z-00097
        MOVE SPACES TO AUDIT-EVENT-Z-00066
        STRING "VAL " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               " ITEMS=" DELIMITED BY SIZE
               COUNT-AUD-Z-00120 DELIMITED BY SIZE
               " NOCOST=" DELIMITED BY SIZE
               NOCOST-AUD-Z-00121 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00066
        MOVE SPACES TO AUDIT-STAT-Z-00067
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        READ TBL-FILE
           AT END
              MOVE "Y" TO TBL-EOF-SWITCH-Z-00077
              GO TO EXITPARA
        END-READ
        MOVE TBL-ITEM-ID-Z-00017 TO LOOKUP-ID-Z-00087
        PERFORM PARA-0005-0003
        MOVE SPACES TO NOT-VALUED-REASON-Z-00091
        EVALUATE TRUE
           WHEN TBL-ITEM-ID-Z-00017 = SPACES
              MOVE "INVALID ID" TO NOT-VALUED-REASON-Z-00091
           WHEN TBL-ITEM-QTY-Z-00018 NOT NUMERIC
              MOVE "INVALID QTY" TO NOT-VALUED-REASON-Z-00091
           WHEN TBL-ITEM-STATUS-Z-00019 NOT = "A"
           AND TBL-ITEM-STATUS-Z-00019 NOT = "H"
           AND TBL-ITEM-STATUS-Z-00019 NOT = "E"
              MOVE "INVALID ST" TO NOT-VALUED-REASON-Z-00091
           WHEN OTHER
              CONTINUE
        END-EVALUATE
        IF NOT-VALUED-REASON-Z-00091 NOT = SPACES
           ADD 1 TO INVALID-COUNT-Z-00097
           PERFORM PARA-0003-0003
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0001
        IF NOT COST-FOUND-Z-00086
           MOVE "NO COST" TO NOT-VALUED-REASON-Z-00091
           ADD 1 TO NOCOST-COUNT-Z-00096
           ADD TBL-ITEM-QTY-Z-00018 TO NOCOST-QTY-Z-00101
           PERFORM PARA-0003-0003
           GO TO EXITPARA
        END-IF
        COMPUTE EXT-VALUE-Z-00092 ROUNDED =
           TBL-ITEM-QTY-Z-00018 * LOOKUP-COST-Z-00088
        EVALUATE TBL-ITEM-STATUS-Z-00019
           WHEN "A"
              ADD 1 TO ACTIVE-COUNT-Z-00093
              ADD TBL-ITEM-QTY-Z-00018 TO ACTIVE-QTY-Z-00098
              ADD EXT-VALUE-Z-00092 TO ACTIVE-VALUE-Z-00102
           WHEN "H"
              ADD 1 TO HOLD-COUNT-Z-00094
              ADD TBL-ITEM-QTY-Z-00018 TO HOLD-QTY-Z-00099
              ADD EXT-VALUE-Z-00092 TO HOLD-VALUE-Z-00103
           WHEN OTHER
              ADD 1 TO ERROR-COUNT-Z-00095
              ADD TBL-ITEM-QTY-Z-00018 TO ERROR-QTY-Z-00100
              ADD EXT-VALUE-Z-00092 TO ERROR-VALUE-Z-00104
        END-EVALUATE
        ADD EXT-VALUE-Z-00092 TO TABLE-VALUE-Z-00105
        MOVE TBL-ITEM-QTY-Z-00018 TO ED-QTY-Z-00114
        MOVE LOOKUP-COST-Z-00088 TO ED-COST-Z-00115
        MOVE EXT-VALUE-Z-00092 TO ED-VALUE-Z-00116
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-DETAIL-RECORD-Z-00038 TO TRUE
        STRING TBL-ITEM-ID-Z-00017 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOOKUP-DESC-Z-00090 (1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-ITEM-STATUS-Z-00019 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-QTY-Z-00114 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-COST-Z-00115 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOOKUP-EFF-DATE-Z-00089 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALUE-Z-00116 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004 .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        IF TBL-ITEM-QTY-Z-00018 IS NUMERIC
           MOVE TBL-ITEM-QTY-Z-00018 TO ED-QTY-Z-00114
        ELSE
           MOVE ZERO TO ED-QTY-Z-00114
        END-IF
        MOVE SPACES TO NCS-0001-Z-00044
        STRING TBL-ITEM-ID-Z-00017 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOOKUP-DESC-Z-00090 (1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-ITEM-STATUS-Z-00019 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-QTY-Z-00114 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOT-VALUED-REASON-Z-00091 DELIMITED BY SIZE
           INTO NCS-0001-Z-00044
        WRITE NCS-0001-Z-00044 .

       EXITPARA.
       EXIT.

       PARA-0003-0004 SECTION .

        MOVE "ACTIVE" TO SUB-LABEL-Z-00110
        MOVE ACTIVE-COUNT-Z-00093 TO SUB-COUNT-Z-00111
        MOVE ACTIVE-QTY-Z-00098 TO SUB-QTY-Z-00112
        MOVE ACTIVE-VALUE-Z-00102 TO SUB-VALUE-Z-00113
        PERFORM PARA-0003-0005
        MOVE "HOLD" TO SUB-LABEL-Z-00110
        MOVE HOLD-COUNT-Z-00094 TO SUB-COUNT-Z-00111
        MOVE HOLD-QTY-Z-00099 TO SUB-QTY-Z-00112
        MOVE HOLD-VALUE-Z-00103 TO SUB-VALUE-Z-00113
        PERFORM PARA-0003-0005
        MOVE "ERROR" TO SUB-LABEL-Z-00110
        MOVE ERROR-COUNT-Z-00095 TO SUB-COUNT-Z-00111
        MOVE ERROR-QTY-Z-00100 TO SUB-QTY-Z-00112
        MOVE ERROR-VALUE-Z-00104 TO SUB-VALUE-Z-00113
        PERFORM PARA-0003-0005
        MOVE "TABLE TOTAL" TO SUB-LABEL-Z-00110
        COMPUTE SUB-COUNT-Z-00111 = ACTIVE-COUNT-Z-00093
           + HOLD-COUNT-Z-00094 + ERROR-COUNT-Z-00095
        COMPUTE SUB-QTY-Z-00112 = ACTIVE-QTY-Z-00098
           + HOLD-QTY-Z-00099 + ERROR-QTY-Z-00100
        MOVE TABLE-VALUE-Z-00105 TO SUB-VALUE-Z-00113
        PERFORM PARA-0003-0005
        IF NOCOST-COUNT-Z-00096 = ZERO
        AND INVALID-COUNT-Z-00097 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-HEADER-RECORD-Z-00037 TO TRUE
        STRING "ITEMS NOT VALUED  TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               "  NO COST IN EFFECT ON " DELIMITED BY SIZE
               VAL-DATE-Z-00076 DELIMITED BY SIZE
               " OR INVALID RECORD" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004
        OPEN INPUT NCS-FILE
        IF NCS-OPEN-OK-Z-00052
           MOVE "N" TO TBL-EOF-SWITCH-Z-00077
           PERFORM PARA-0003-0006
              UNTIL TBL-EOF-Z-00078
           CLOSE NCS-FILE
        END-IF
        MOVE NOCOST-COUNT-Z-00096 TO ED-COUNT-Z-00119
        MOVE NOCOST-QTY-Z-00101 TO ED-BIG-QTY-Z-00117
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
        STRING "NO COST       ITEMS: " DELIMITED BY SIZE
               ED-COUNT-Z-00119 DELIMITED BY SIZE
               "  QTY: " DELIMITED BY SIZE
               ED-BIG-QTY-Z-00117 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004
        IF INVALID-COUNT-Z-00097 > ZERO
           MOVE INVALID-COUNT-Z-00097 TO ED-COUNT-Z-00119
           MOVE SPACES TO RPT-0001-Z-00035
           SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
           STRING "INVALID       RECORDS: " DELIMITED BY SIZE
                  ED-COUNT-Z-00119 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00042
           PERFORM PARA-0004-0004
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0003-0005 SECTION .

        MOVE SUB-COUNT-Z-00111 TO ED-COUNT-Z-00119
        MOVE SUB-QTY-Z-00112 TO ED-BIG-QTY-Z-00117
        MOVE SUB-VALUE-Z-00113 TO ED-BIG-VALUE-Z-00118
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
        STRING SUB-LABEL-Z-00110 DELIMITED BY SIZE
               "  ITEMS: " DELIMITED BY SIZE
               ED-COUNT-Z-00119 DELIMITED BY SIZE
               "  QTY: " DELIMITED BY SIZE
               ED-BIG-QTY-Z-00117 DELIMITED BY SIZE
               "  VALUE: " DELIMITED BY SIZE
               ED-BIG-VALUE-Z-00118 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004 .

       EXITPARA.
       EXIT.

       PARA-0003-0006 SECTION .

        READ NCS-FILE
           AT END
              MOVE "Y" TO TBL-EOF-SWITCH-Z-00077
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-DETAIL-RECORD-Z-00038 TO TRUE
        MOVE NCS-0001-Z-00044 TO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        ADD 1 TO PAGE-NUM-Z-00124
        MOVE ZERO TO LINE-NUM-Z-00125
        MOVE PAGE-NUM-Z-00124 TO PAGE-NUM-ED-Z-00127
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-HEADER-RECORD-Z-00037 TO TRUE
        STRING "TSTVAL.rpt  VALUATION  TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00068 DELIMITED BY SPACE
               "  COSTS AS OF: " DELIMITED BY SIZE
               VAL-DATE-Z-00076 DELIMITED BY SIZE
               "  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00062 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00063 DELIMITED BY SIZE
               "  PAGE: " DELIMITED BY SIZE
               PAGE-NUM-ED-Z-00127 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        WRITE RPT-0001-Z-00035
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-HEADER-RECORD-Z-00037 TO TRUE
        STRING "ITEM ID         DESCRIPTION          S"
                  DELIMITED BY SIZE
               "       QUANTITY     UNIT COST EFFECTIV"
                  DELIMITED BY SIZE
               "   EXTENDED VALUE" DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        WRITE RPT-0001-Z-00035
        ADD 2 TO LINE-NUM-Z-00125.

       EXITPARA.
       EXIT.

       PARA-0004-0003 SECTION .

        IF TABLE-COUNT-Z-00107 < 2
           GO TO EXITPARA
        END-IF
        MOVE TABLE-COUNT-Z-00107 TO ED-COUNT-Z-00119
        MOVE GRAND-VALUE-Z-00106 TO ED-BIG-VALUE-Z-00118
        MOVE SPACES TO RPT-0001-Z-00035
        SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
        STRING "ALL TABLES    TABLES: " DELIMITED BY SIZE
               ED-COUNT-Z-00119 DELIMITED BY SIZE
               "  VALUE: " DELIMITED BY SIZE
               ED-BIG-VALUE-Z-00118 DELIMITED BY SIZE
           INTO RPT-TEXT-Z-00042
        PERFORM PARA-0004-0004
        IF MISSING-TABLE-COUNT-Z-00108 > ZERO
           MOVE MISSING-TABLE-COUNT-Z-00108 TO ED-COUNT-Z-00119
           MOVE SPACES TO RPT-0001-Z-00035
           SET RPT-SUMMARY-RECORD-Z-00040 TO TRUE
           STRING "TABLES NOT AVAILABLE: " DELIMITED BY SIZE
                  ED-COUNT-Z-00119 DELIMITED BY SIZE
              INTO RPT-TEXT-Z-00042
           PERFORM PARA-0004-0004
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0004-0004 SECTION .

        IF LINE-NUM-Z-00125 >= PAGECHK-Z-00126
           MOVE RPT-0001-Z-00035 TO NCS-HOLD-Z-00123
           PERFORM PARA-0004-0001
           MOVE NCS-HOLD-Z-00123 TO RPT-0001-Z-00035
        END-IF
        WRITE RPT-0001-Z-00035
        ADD 1 TO LINE-NUM-Z-00125 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE "N" TO COST-FOUND-SWITCH-Z-00085
        MOVE ZERO TO LOOKUP-COST-Z-00088
        MOVE SPACES TO LOOKUP-EFF-DATE-Z-00089
        IF NOT CST-AVAILABLE-Z-00080
           GO TO EXITPARA
        END-IF
        MOVE LOW-VALUES TO CST-KEY-Z-00007
        MOVE LOOKUP-ID-Z-00087 TO CST-ITEM-ID-Z-00022
        MOVE "N" TO CST-EOF-SWITCH-Z-00083
        START CST-FILE KEY NOT < CST-KEY-Z-00007
           INVALID KEY
              GO TO EXITPARA
        END-START
        PERFORM PARA-0005-0002
           UNTIL CST-EOF-Z-00084 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        READ CST-FILE NEXT RECORD
           AT END
              SET CST-EOF-Z-00084 TO TRUE
              GO TO EXITPARA
        END-READ
        IF CST-ITEM-ID-Z-00022 NOT = LOOKUP-ID-Z-00087
        OR CST-EFF-DATE-Z-00023 > VAL-DATE-Z-00076
           SET CST-EOF-Z-00084 TO TRUE
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO COST-FOUND-SWITCH-Z-00085
        MOVE CST-UNIT-COST-Z-00024 TO LOOKUP-COST-Z-00088
        MOVE CST-EFF-DATE-Z-00023 TO LOOKUP-EFF-DATE-Z-00089 .

       EXITPARA.
       EXIT.

       PARA-0005-0003 SECTION .

        MOVE SPACES TO LOOKUP-DESC-Z-00090
        IF NOT MST-AVAILABLE-Z-00082
           GO TO EXITPARA
        END-IF
        MOVE LOOKUP-ID-Z-00087 TO MST-ITEM-ID-Z-00009
        READ MST-FILE
           INVALID KEY
              MOVE "NOT ON ITEM MASTER" TO LOOKUP-DESC-Z-00090
           NOT INVALID KEY
              MOVE MST-DESC-Z-00028 TO LOOKUP-DESC-Z-00090
        END-READ .

       EXITPARA.
       EXIT.
