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
       PROGRAM-ID. TSTJOB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MIPS.
       OBJECT-COMPUTER. MIPS.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT DEF-FILE ASSIGN TO DEF-FILE-NAME-Z-00003
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS DEF-FILE-STATUS-Z-00004.
        SELECT STATE-FILE ASSIGN TO STATE-FILE-NAME-Z-00005
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS STATE-FILE-STATUS-Z-00006.
        SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME-Z-00007
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS AUDIT-FILE-STATUS-Z-00008.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00009.

       DATA DIVISION.

       FILE SECTION.
       FD  DEF-FILE.
       01 DEF-0001-Z-00010.
          02 DEF-STEP-NAME-Z-00011 PIC X(8).
          02 FILLER PIC X(1).
          02 DEF-SKIP-Z-00012 PIC X(1).
          02 FILLER PIC X(1).
          02 DEF-COMMAND-Z-00013 PIC X(189).

       FD  STATE-FILE.
       01 STA-0001-Z-00014.
          02 STA-REC-TYPE-Z-00015 PIC X(1).
             88 STA-RUN-RECORD-Z-00016 VALUE "R".
             88 STA-STEP-RECORD-Z-00017 VALUE "S".
          02 FILLER PIC X(1).
          02 STA-BODY-Z-00018 PIC X(118).
          02 STA-RUN-BODY-Z-00019 REDEFINES STA-BODY-Z-00018.
             03 STA-STREAM-Z-00020 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-RUN-DATE-Z-00021 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-RUN-TIME-Z-00022 PIC X(6).
             03 FILLER PIC X(1).
             03 STA-RUN-STATE-Z-00023 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-STEP-COUNT-Z-00024 PIC 9(3).
             03 FILLER PIC X(1).
             03 STA-RESTARTS-Z-00025 PIC 9(3).
             03 FILLER PIC X(1).
             03 STA-LAST-DATE-Z-00026 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-LAST-TIME-Z-00027 PIC X(6).
             03 FILLER PIC X(61).
          02 STA-STEP-BODY-Z-00028 REDEFINES STA-BODY-Z-00018.
             03 STA-SEQ-Z-00029 PIC 9(3).
             03 FILLER PIC X(1).
             03 STA-STEP-NAME-Z-00030 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-SKIP-Z-00031 PIC X(1).
             03 FILLER PIC X(1).
             03 STA-OUTCOME-Z-00032 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-START-DATE-Z-00033 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-START-TIME-Z-00034 PIC X(6).
             03 FILLER PIC X(1).
             03 STA-END-DATE-Z-00035 PIC X(8).
             03 FILLER PIC X(1).
             03 STA-END-TIME-Z-00036 PIC X(6).
             03 FILLER PIC X(1).
             03 STA-RC-Z-00037 PIC S9(9) SIGN LEADING SEPARATE.
             03 FILLER PIC X(1).
             03 STA-ATTEMPTS-Z-00038 PIC 9(3).
             03 FILLER PIC X(48).

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
       01 DEF-FILE-NAME-Z-00003 PIC X(40) VALUE SPACES.
       01 DEF-FILE-STATUS-Z-00004 PIC X(2) VALUE SPACES.
          88 DEF-OPEN-OK-Z-00041 VALUE "00".
       01 STATE-FILE-NAME-Z-00005 PIC X(40) VALUE SPACES.
       01 STATE-FILE-STATUS-Z-00006 PIC X(2) VALUE SPACES.
          88 STATE-OPEN-OK-Z-00042 VALUE "00".
       01 AUDIT-FILE-NAME-Z-00007 PIC X(40) VALUE SPACES.
       01 AUDIT-FILE-STATUS-Z-00008 PIC X(2) VALUE SPACES.
          88 AUDIT-OPEN-OK-Z-00043 VALUE "00".
       01 ALERT-FILE-STATUS-Z-00009 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00044 VALUE "00".
       01 PROGRAM-ID-Z-00045 PIC X(10) VALUE "TSTJOB".
       01 COMMAND-Z-00046.
          02 COMMAND-KEY-Z-00047 PIC X(20) VALUE SPACES.
          02 COMMAND-PARAMS-Z-00048 PIC X(5132) VALUE SPACES.
       01 SWITCH-POINTER-Z-00049 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 SWITCH-TOKEN-Z-00050 PIC X(30) VALUE SPACES.
       01 SWITCH-TOKEN-COUNT-Z-00051 PIC S9(4) USAGE COMP-5 VALUE
           ZERO.
       01 CURRENT-DATE-Z-00052 PIC X(8) VALUE SPACES.
       01 CURRENT-TIME-Z-00053 PIC X(6) VALUE ZERO.
       01 ALERT-SEV-Z-00054 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00055 PIC X(80) VALUE SPACES.
       01 AUDIT-EVENT-Z-00056 PIC X(40) VALUE SPACES.
       01 AUDIT-STAT-Z-00057 PIC X(2) VALUE SPACES.
       01 STREAM-NAME-Z-00058 PIC X(8) VALUE SPACES.
       01 FROM-STEP-Z-00059 PIC X(8) VALUE SPACES.
       01 FRESH-SWITCH-Z-00060 PIC X(1) VALUE "N".
          88 FRESH-RUN-Z-00061 VALUE "Y".
       01 DEF-EOF-SWITCH-Z-00062 PIC X(1) VALUE "N".
          88 DEF-EOF-Z-00063 VALUE "Y".
       01 STATE-EOF-SWITCH-Z-00064 PIC X(1) VALUE "N".
          88 STATE-EOF-Z-00065 VALUE "Y".
       01 DEF-LINE-Z-00066 PIC S9(8) USAGE COMP VALUE ZERO.
       01 DEF-LINE-ED-Z-00067 PIC Z(7)9.
       01 STEP-COUNT-Z-00068 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 STEP-MAX-Z-00069 PIC S9(4) USAGE COMP-5 VALUE 50.
       01 STEP-TABLE-Z-00070.
          02 STEP-ENTRY-Z-00071 OCCURS 50.
             03 STEP-NAME-Z-00072 PIC X(8).
             03 STEP-SKIP-Z-00073 PIC X(1).
                88 STEP-MAY-SKIP-Z-00074 VALUE "Y".
             03 STEP-COMMAND-Z-00075 PIC X(189).
             03 STEP-OUTCOME-Z-00076 PIC X(8).
                88 STEP-DONE-Z-00077 VALUE "OK" "SKIPPED".
             03 STEP-START-DATE-Z-00078 PIC X(8).
             03 STEP-START-TIME-Z-00079 PIC X(6).
             03 STEP-END-DATE-Z-00080 PIC X(8).
             03 STEP-END-TIME-Z-00081 PIC X(6).
             03 STEP-RC-Z-00082 PIC S9(9) USAGE COMP.
             03 STEP-ATTEMPTS-Z-00083 PIC S9(4) USAGE COMP-5.
       01 STEP-SUB-Z-00084 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 RESUME-SUB-Z-00085 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 I-Z-00086 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 STA-SUB-Z-00087 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 RUN-DATE-Z-00088 PIC X(8) VALUE SPACES.
       01 RUN-TIME-Z-00089 PIC X(6) VALUE SPACES.
       01 RUN-STATE-Z-00090 PIC X(8) VALUE SPACES.
       01 RESTART-COUNT-Z-00091 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 PRIOR-STATE-Z-00092 PIC X(8) VALUE SPACES.
       01 PRIOR-COUNT-Z-00093 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 PRIOR-RESTARTS-Z-00094 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 PRIOR-DATE-Z-00095 PIC X(8) VALUE SPACES.
       01 PRIOR-TIME-Z-00096 PIC X(6) VALUE SPACES.
       01 MISMATCH-SWITCH-Z-00097 PIC X(1) VALUE "N".
          88 STATE-MISMATCH-Z-00098 VALUE "Y".
       01 HALT-SWITCH-Z-00099 PIC X(1) VALUE "N".
          88 STREAM-HALTED-Z-00100 VALUE "Y".
       01 OK-COUNT-Z-00101 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 SKIP-COUNT-Z-00102 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 OK-AUD-Z-00103 PIC 9(3) VALUE ZERO.
       01 SKIP-AUD-Z-00104 PIC 9(3) VALUE ZERO.
       01 SEQ-AUD-Z-00105 PIC 9(3) VALUE ZERO.
       01 ED-RC-Z-00106 PIC -(8)9.
       01 RC-QUOT-Z-00107 PIC S9(9) USAGE COMP VALUE ZERO.
       01 RC-REM-Z-00108 PIC S9(9) USAGE COMP VALUE ZERO.
       01 ED-RC-LEFT-Z-00109 PIC X(9) VALUE SPACES.
       01 SYSTEM-COMMAND-Z-00110 PIC X(190) VALUE SPACES.
       01 PBLK-Z-00111 PIC X(36) VALUE ZERO.
       01 PBLK-Z-00112 REDEFINES PBLK-Z-00111 OCCURS 9 PIC S9(9)
           USAGE COMP-5.

       PROCEDURE DIVISION.

       PARA-0001-0002 SECTION .

        CALL "REMARK" USING  BY CONTENT
           "Start:  TSTJOB(tstjob - Mon Apr 19 13:43:02 2021)."
            & X"00"
        ACCEPT COMMAND-Z-00046 FROM  COMMAND-LINE
        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        MOVE COMMAND-KEY-Z-00047 TO STREAM-NAME-Z-00058
        IF STREAM-NAME-Z-00058 = SPACES
           MOVE "NIGHTLY" TO STREAM-NAME-Z-00058
        END-IF
        PERFORM PARA-0001-0003
        MOVE SPACES TO DEF-FILE-NAME-Z-00003
        STRING "DBPATH/" DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
               ".job" DELIMITED BY SIZE
           INTO DEF-FILE-NAME-Z-00003
        MOVE SPACES TO STATE-FILE-NAME-Z-00005
        STRING "DBPATH/" DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
               ".jrs" DELIMITED BY SIZE
           INTO STATE-FILE-NAME-Z-00005
        PERFORM PARA-0002-0001
        PERFORM PARA-0002-0003
        PERFORM PARA-0002-0005
        MOVE RESUME-SUB-Z-00085 TO SEQ-AUD-Z-00105
        MOVE SPACES TO AUDIT-EVENT-Z-00056
        STRING "START JOB " DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
               " STEP=" DELIMITED BY SIZE
               SEQ-AUD-Z-00105 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STEP-NAME-Z-00072 (RESUME-SUB-Z-00085)
                  DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00056
        MOVE SPACES TO AUDIT-STAT-Z-00057
        PERFORM PARA-0001-0006
        MOVE "RUNNING" TO RUN-STATE-Z-00090
        PERFORM PARA-0003-0002
        MOVE "N" TO HALT-SWITCH-Z-00099
        PERFORM PARA-0003-0001
           VARYING STEP-SUB-Z-00084 FROM RESUME-SUB-Z-00085 BY 1
           UNTIL STEP-SUB-Z-00084 > STEP-COUNT-Z-00068
           OR STREAM-HALTED-Z-00100
        PERFORM PARA-0004-0001
        CALL "REMARK" USING  BY CONTENT "Finish: TSTJOB(tstjob)."
            & X"00"
        IF STREAM-HALTED-Z-00100
           MOVE 35 TO PBLK-Z-00112 (2)
           MOVE 2 TO PBLK-Z-00112 (3)
           MOVE 2 TO PBLK-Z-00112 (1)
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Job stream halted. (tstjob 4)",
              STATE-FILE-STATUS-Z-00006
        END-IF
        STOP RUN.

       EXITPARA.
       EXIT.

       PARA-0001-0003 SECTION .

        MOVE 1 TO SWITCH-POINTER-Z-00049
        MOVE ZERO TO SWITCH-TOKEN-COUNT-Z-00051
        PERFORM PARA-0001-0007
           UNTIL SWITCH-POINTER-Z-00049 > 5132
           OR SWITCH-TOKEN-COUNT-Z-00051 >= 20 .

       EXITPARA.
       EXIT.

       PARA-0001-0007 SECTION .

        MOVE SPACES TO SWITCH-TOKEN-Z-00050
        UNSTRING COMMAND-PARAMS-Z-00048 DELIMITED BY SPACE
           INTO SWITCH-TOKEN-Z-00050
           WITH POINTER SWITCH-POINTER-Z-00049
        END-UNSTRING
        ADD 1 TO SWITCH-TOKEN-COUNT-Z-00051
        IF SWITCH-TOKEN-Z-00050 = SPACES
           GO TO EXITPARA
        END-IF
        EVALUATE TRUE
           WHEN SWITCH-TOKEN-Z-00050 = "FRESH"
              MOVE "Y" TO FRESH-SWITCH-Z-00060
           WHEN SWITCH-TOKEN-Z-00050 (1:5) = "FROM="
              MOVE SWITCH-TOKEN-Z-00050 (6:8) TO FROM-STEP-Z-00059
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        MOVE SPACES TO AUDIT-FILE-NAME-Z-00007
        STRING "DBPATH/TSTOUT" DELIMITED BY SIZE
               CURRENT-DATE-Z-00052 DELIMITED BY SIZE
               ".aud" DELIMITED BY SIZE
           INTO AUDIT-FILE-NAME-Z-00007
        OPEN EXTEND AUDIT-FILE
        IF NOT AUDIT-OPEN-OK-Z-00043
           OPEN OUTPUT AUDIT-FILE
        END-IF
        IF AUDIT-OPEN-OK-Z-00043
           MOVE SPACES TO AUDIT-0001-Z-00039
           STRING CURRENT-DATE-Z-00052 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00053 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00045 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-EVENT-Z-00056 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-STAT-Z-00057 DELIMITED BY SIZE
              INTO AUDIT-0001-Z-00039
           WRITE AUDIT-0001-Z-00039
           CLOSE AUDIT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00044
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00044
           MOVE SPACES TO ALERT-0001-Z-00040
           STRING CURRENT-DATE-Z-00052 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00053 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00045 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00054 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00055 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00040
           WRITE ALERT-0001-Z-00040
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0010 SECTION .

        MOVE SPACES TO AUDIT-EVENT-Z-00056
        STRING "ABORT JOB " DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00056
        PERFORM PARA-0001-0006
        CALL "REMARK" USING  BY CONTENT "Finish: TSTJOB(tstjob)."
            & X"00"
        MOVE 35 TO PBLK-Z-00112 (2)
        MOVE 2 TO PBLK-Z-00112 (3)
        MOVE 2 TO PBLK-Z-00112 (1) .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE ZERO TO STEP-COUNT-Z-00068
        MOVE ZERO TO DEF-LINE-Z-00066
        OPEN INPUT DEF-FILE
        IF NOT DEF-OPEN-OK-Z-00041
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTJOB cannot open job stream definition."
               & X"00"
           MOVE DEF-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Accessing job stream definition. (tstjob 1)",
              DEF-FILE-STATUS-Z-00004
        END-IF
        MOVE "N" TO DEF-EOF-SWITCH-Z-00062
        PERFORM PARA-0002-0002
           UNTIL DEF-EOF-Z-00063
        CLOSE DEF-FILE
        IF STEP-COUNT-Z-00068 = ZERO
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTJOB job stream definition has no steps."
               & X"00"
           MOVE SPACES TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Job stream definition empty. (tstjob 2)",
              DEF-FILE-STATUS-Z-00004
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0002 SECTION .

        READ DEF-FILE
           AT END
              MOVE "Y" TO DEF-EOF-SWITCH-Z-00062
              GO TO EXITPARA
        END-READ
        ADD 1 TO DEF-LINE-Z-00066
        IF DEF-0001-Z-00010 = SPACES
        OR DEF-0001-Z-00010 (1:1) = "*"
           GO TO EXITPARA
        END-IF
        MOVE DEF-LINE-Z-00066 TO DEF-LINE-ED-Z-00067
        IF DEF-STEP-NAME-Z-00011 = SPACES
        OR DEF-COMMAND-Z-00013 = SPACES
        OR STEP-COUNT-Z-00068 >= STEP-MAX-Z-00069
           DISPLAY "TSTJOB DEFINITION LINE " DEF-LINE-ED-Z-00067
              " NOT USABLE: " DEF-0001-Z-00010 (1:60)
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTJOB job stream definition line."
               & X"00"
           MOVE SPACES TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Job stream definition line. (tstjob 3)",
              DEF-FILE-STATUS-Z-00004
        END-IF
        ADD 1 TO STEP-COUNT-Z-00068
        MOVE STEP-COUNT-Z-00068 TO I-Z-00086
        MOVE DEF-STEP-NAME-Z-00011 TO STEP-NAME-Z-00072 (I-Z-00086)
        IF DEF-SKIP-Z-00012 = "Y"
           MOVE "Y" TO STEP-SKIP-Z-00073 (I-Z-00086)
        ELSE
           MOVE "N" TO STEP-SKIP-Z-00073 (I-Z-00086)
        END-IF
        MOVE DEF-COMMAND-Z-00013 TO STEP-COMMAND-Z-00075 (I-Z-00086)
        MOVE "PENDING" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
        MOVE SPACES TO STEP-START-DATE-Z-00078 (I-Z-00086)
        MOVE SPACES TO STEP-START-TIME-Z-00079 (I-Z-00086)
        MOVE SPACES TO STEP-END-DATE-Z-00080 (I-Z-00086)
        MOVE SPACES TO STEP-END-TIME-Z-00081 (I-Z-00086)
        MOVE ZERO TO STEP-RC-Z-00082 (I-Z-00086)
        MOVE ZERO TO STEP-ATTEMPTS-Z-00083 (I-Z-00086) .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        MOVE SPACES TO PRIOR-STATE-Z-00092
        MOVE ZERO TO PRIOR-COUNT-Z-00093
        MOVE ZERO TO PRIOR-RESTARTS-Z-00094
        MOVE "N" TO MISMATCH-SWITCH-Z-00097
        IF FRESH-RUN-Z-00061
           GO TO EXITPARA
        END-IF
        OPEN INPUT STATE-FILE
        IF NOT STATE-OPEN-OK-Z-00042
           GO TO EXITPARA
        END-IF
        MOVE "N" TO STATE-EOF-SWITCH-Z-00064
        PERFORM PARA-0002-0004
           UNTIL STATE-EOF-Z-00065
        CLOSE STATE-FILE
        IF PRIOR-STATE-Z-00092 NOT = "HALTED"
        AND PRIOR-STATE-Z-00092 NOT = "RUNNING"
           GO TO EXITPARA
        END-IF
        IF PRIOR-COUNT-Z-00093 NOT = STEP-COUNT-Z-00068
           MOVE "Y" TO MISMATCH-SWITCH-Z-00097
        END-IF
        IF STATE-MISMATCH-Z-00098
           DISPLAY "TSTJOB RUN STATE FOR " STREAM-NAME-Z-00058
              " DOES NOT MATCH ITS DEFINITION, RERUN WITH FRESH"
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTJOB run state does not match definition."
               & X"00"
           MOVE "F" TO ALERT-SEV-Z-00054
           MOVE SPACES TO ALERT-TEXT-Z-00055
           STRING "JOB STREAM " DELIMITED BY SIZE
                  STREAM-NAME-Z-00058 DELIMITED BY SPACE
                  " NOT RESTARTED, DEFINITION CHANGED SINCE "
                     DELIMITED BY SIZE
                  PRIOR-STATE-Z-00092 DELIMITED BY SPACE
                  " RUN" DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00055
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Run state does not match. (tstjob 5)",
              STATE-FILE-STATUS-Z-00006
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        READ STATE-FILE
           AT END
              MOVE "Y" TO STATE-EOF-SWITCH-Z-00064
              GO TO EXITPARA
        END-READ
        IF STA-RUN-RECORD-Z-00016
           MOVE STA-RUN-STATE-Z-00023 TO PRIOR-STATE-Z-00092
           MOVE STA-STEP-COUNT-Z-00024 TO PRIOR-COUNT-Z-00093
           MOVE STA-RESTARTS-Z-00025 TO PRIOR-RESTARTS-Z-00094
           MOVE STA-RUN-DATE-Z-00021 TO PRIOR-DATE-Z-00095
           MOVE STA-RUN-TIME-Z-00022 TO PRIOR-TIME-Z-00096
           GO TO EXITPARA
        END-IF
        IF NOT STA-STEP-RECORD-Z-00017
           GO TO EXITPARA
        END-IF
        IF STA-SEQ-Z-00029 IS NOT NUMERIC
           MOVE "Y" TO MISMATCH-SWITCH-Z-00097
           GO TO EXITPARA
        END-IF
        MOVE STA-SEQ-Z-00029 TO I-Z-00086
        IF I-Z-00086 < 1
        OR I-Z-00086 > STEP-COUNT-Z-00068
           MOVE "Y" TO MISMATCH-SWITCH-Z-00097
           GO TO EXITPARA
        END-IF
        IF STA-STEP-NAME-Z-00030 NOT = STEP-NAME-Z-00072 (I-Z-00086)
           MOVE "Y" TO MISMATCH-SWITCH-Z-00097
           GO TO EXITPARA
        END-IF
        MOVE STA-OUTCOME-Z-00032 TO STEP-OUTCOME-Z-00076 (I-Z-00086)
        MOVE STA-START-DATE-Z-00033
           TO STEP-START-DATE-Z-00078 (I-Z-00086)
        MOVE STA-START-TIME-Z-00034
           TO STEP-START-TIME-Z-00079 (I-Z-00086)
        MOVE STA-END-DATE-Z-00035 TO STEP-END-DATE-Z-00080 (I-Z-00086)
        MOVE STA-END-TIME-Z-00036 TO STEP-END-TIME-Z-00081 (I-Z-00086)
        MOVE STA-RC-Z-00037 TO STEP-RC-Z-00082 (I-Z-00086)
        MOVE STA-ATTEMPTS-Z-00038 TO STEP-ATTEMPTS-Z-00083 (I-Z-00086) .

       EXITPARA.
       EXIT.

       PARA-0002-0005 SECTION .

        MOVE 1 TO RESUME-SUB-Z-00085
        IF PRIOR-STATE-Z-00092 = "HALTED"
        OR PRIOR-STATE-Z-00092 = "RUNNING"
           MOVE PRIOR-DATE-Z-00095 TO RUN-DATE-Z-00088
           MOVE PRIOR-TIME-Z-00096 TO RUN-TIME-Z-00089
           COMPUTE RESTART-COUNT-Z-00091 = PRIOR-RESTARTS-Z-00094 + 1
           MOVE ZERO TO RESUME-SUB-Z-00085
           PERFORM PARA-0002-0006
              VARYING I-Z-00086 FROM 1 BY 1
              UNTIL I-Z-00086 > STEP-COUNT-Z-00068
              OR RESUME-SUB-Z-00085 > ZERO
           IF RESUME-SUB-Z-00085 = ZERO
              MOVE STEP-COUNT-Z-00068 TO RESUME-SUB-Z-00085
           END-IF
        ELSE
           PERFORM PARA-0002-0008
              VARYING I-Z-00086 FROM 1 BY 1
              UNTIL I-Z-00086 > STEP-COUNT-Z-00068
           MOVE CURRENT-DATE-Z-00052 TO RUN-DATE-Z-00088
           MOVE CURRENT-TIME-Z-00053 TO RUN-TIME-Z-00089
           MOVE ZERO TO RESTART-COUNT-Z-00091
        END-IF
        IF FROM-STEP-Z-00059 NOT = SPACES
           MOVE ZERO TO RESUME-SUB-Z-00085
           PERFORM PARA-0002-0007
              VARYING I-Z-00086 FROM 1 BY 1
              UNTIL I-Z-00086 > STEP-COUNT-Z-00068
              OR RESUME-SUB-Z-00085 > ZERO
           IF RESUME-SUB-Z-00085 = ZERO
              DISPLAY "TSTJOB STEP " FROM-STEP-Z-00059
                 " IS NOT IN STREAM " STREAM-NAME-Z-00058
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTJOB FROM= step not in definition."
                  & X"00"
              MOVE SPACES TO AUDIT-STAT-Z-00057
              PERFORM PARA-0001-0010
              CALL "ABORT" USING PBLK-Z-00111,
                 " ABORT - FROM= step not found. (tstjob 6)",
                 DEF-FILE-STATUS-Z-00004
           END-IF
           PERFORM PARA-0002-0008
              VARYING I-Z-00086 FROM RESUME-SUB-Z-00085 BY 1
              UNTIL I-Z-00086 > STEP-COUNT-Z-00068
        END-IF
        IF RESTART-COUNT-Z-00091 > ZERO
        OR FROM-STEP-Z-00059 NOT = SPACES
           DISPLAY "TSTJOB RESTARTING " STREAM-NAME-Z-00058
              " AT STEP " STEP-NAME-Z-00072 (RESUME-SUB-Z-00085)
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0006 SECTION .

        IF NOT STEP-DONE-Z-00077 (I-Z-00086)
           MOVE I-Z-00086 TO RESUME-SUB-Z-00085
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0007 SECTION .

        IF STEP-NAME-Z-00072 (I-Z-00086) = FROM-STEP-Z-00059
           MOVE I-Z-00086 TO RESUME-SUB-Z-00085
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0008 SECTION .

        MOVE "PENDING" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
        MOVE SPACES TO STEP-START-DATE-Z-00078 (I-Z-00086)
        MOVE SPACES TO STEP-START-TIME-Z-00079 (I-Z-00086)
        MOVE SPACES TO STEP-END-DATE-Z-00080 (I-Z-00086)
        MOVE SPACES TO STEP-END-TIME-Z-00081 (I-Z-00086)
        MOVE ZERO TO STEP-RC-Z-00082 (I-Z-00086) .

       EXITPARA.
       EXIT.

       PARA-0003-0001 SECTION .

        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        MOVE STEP-SUB-Z-00084 TO I-Z-00086
        MOVE "RUNNING" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
        MOVE CURRENT-DATE-Z-00052
           TO STEP-START-DATE-Z-00078 (I-Z-00086)
        MOVE CURRENT-TIME-Z-00053
           TO STEP-START-TIME-Z-00079 (I-Z-00086)
        MOVE SPACES TO STEP-END-DATE-Z-00080 (I-Z-00086)
        MOVE SPACES TO STEP-END-TIME-Z-00081 (I-Z-00086)
        MOVE ZERO TO STEP-RC-Z-00082 (I-Z-00086)
        ADD 1 TO STEP-ATTEMPTS-Z-00083 (I-Z-00086)
        PERFORM PARA-0003-0002
        MOVE STEP-SUB-Z-00084 TO SEQ-AUD-Z-00105
        DISPLAY "TSTJOB STEP " SEQ-AUD-Z-00105 " "
           STEP-NAME-Z-00072 (I-Z-00086) ": "
           STEP-COMMAND-Z-00075 (I-Z-00086) (1:60)
        MOVE SPACES TO SYSTEM-COMMAND-Z-00110
        STRING STEP-COMMAND-Z-00075 (I-Z-00086) DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
           INTO SYSTEM-COMMAND-Z-00110
        MOVE ZERO TO RETURN-CODE
        CALL "SYSTEM" USING SYSTEM-COMMAND-Z-00110
        MOVE STEP-SUB-Z-00084 TO I-Z-00086
        MOVE RETURN-CODE TO STEP-RC-Z-00082 (I-Z-00086)
        MOVE ZERO TO RETURN-CODE
        IF STEP-RC-Z-00082 (I-Z-00086) > 255
           DIVIDE STEP-RC-Z-00082 (I-Z-00086) BY 256
              GIVING RC-QUOT-Z-00107 REMAINDER RC-REM-Z-00108
           IF RC-REM-Z-00108 = ZERO
              MOVE RC-QUOT-Z-00107 TO STEP-RC-Z-00082 (I-Z-00086)
           END-IF
        END-IF
        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        MOVE CURRENT-DATE-Z-00052 TO STEP-END-DATE-Z-00080 (I-Z-00086)
        MOVE CURRENT-TIME-Z-00053 TO STEP-END-TIME-Z-00081 (I-Z-00086)
        MOVE STEP-RC-Z-00082 (I-Z-00086) TO ED-RC-Z-00106
        MOVE SPACES TO ED-RC-LEFT-Z-00109
        UNSTRING ED-RC-Z-00106 DELIMITED BY ALL SPACE
           INTO ED-RC-LEFT-Z-00109 ED-RC-LEFT-Z-00109
        END-UNSTRING
        IF STEP-RC-Z-00082 (I-Z-00086) = ZERO
           MOVE "OK" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
           DISPLAY "TSTJOB STEP " SEQ-AUD-Z-00105 " "
              STEP-NAME-Z-00072 (I-Z-00086) " OK"
           PERFORM PARA-0003-0002
           GO TO EXITPARA
        END-IF
        IF STEP-MAY-SKIP-Z-00074 (I-Z-00086)
           MOVE "SKIPPED" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
           DISPLAY "TSTJOB STEP " SEQ-AUD-Z-00105 " "
              STEP-NAME-Z-00072 (I-Z-00086) " FAILED, SKIPPED, RC="
              ED-RC-LEFT-Z-00109
           PERFORM PARA-0003-0002
           MOVE "W" TO ALERT-SEV-Z-00054
           MOVE SPACES TO ALERT-TEXT-Z-00055
           STRING "JOB STREAM " DELIMITED BY SIZE
                  STREAM-NAME-Z-00058 DELIMITED BY SPACE
                  " STEP " DELIMITED BY SIZE
                  SEQ-AUD-Z-00105 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STEP-NAME-Z-00072 (I-Z-00086) DELIMITED BY SPACE
                  " FAILED RC=" DELIMITED BY SIZE
                  ED-RC-LEFT-Z-00109 DELIMITED BY SPACE
                  ", SKIPPED AND STREAM CONTINUED" DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00055
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00056
           STRING "JOB SKIP " DELIMITED BY SIZE
                  STEP-NAME-Z-00072 (I-Z-00086) DELIMITED BY SPACE
                  " RC=" DELIMITED BY SIZE
                  ED-RC-LEFT-Z-00109 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00056
           MOVE SPACES TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE "FAILED" TO STEP-OUTCOME-Z-00076 (I-Z-00086)
        MOVE "Y" TO HALT-SWITCH-Z-00099
        DISPLAY "TSTJOB STEP " SEQ-AUD-Z-00105 " "
           STEP-NAME-Z-00072 (I-Z-00086) " FAILED, STREAM HALTED, RC="
           ED-RC-LEFT-Z-00109
        MOVE "F" TO ALERT-SEV-Z-00054
        MOVE SPACES TO ALERT-TEXT-Z-00055
        STRING "JOB STREAM " DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
               " HALTED AT STEP " DELIMITED BY SIZE
               SEQ-AUD-Z-00105 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STEP-NAME-Z-00072 (I-Z-00086) DELIMITED BY SPACE
               " RC=" DELIMITED BY SIZE
               ED-RC-LEFT-Z-00109 DELIMITED BY SPACE
               ", RESTART RESUMES AT THIS STEP" DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00055
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00056
        STRING "JOB FAIL " DELIMITED BY SIZE
               STEP-NAME-Z-00072 (I-Z-00086) DELIMITED BY SPACE
               " RC=" DELIMITED BY SIZE
               ED-RC-LEFT-Z-00109 DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00056
        MOVE SPACES TO AUDIT-STAT-Z-00057
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0003-0002 SECTION .

        ACCEPT CURRENT-DATE-Z-00052 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00053 FROM  TIME
        OPEN OUTPUT STATE-FILE
        IF NOT STATE-OPEN-OK-Z-00042
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTJOB cannot write job stream run state."
               & X"00"
           MOVE STATE-FILE-STATUS-Z-00006 TO AUDIT-STAT-Z-00057
           PERFORM PARA-0001-0010
           CALL "ABORT" USING PBLK-Z-00111,
              " ABORT - Accessing job stream run state. (tstjob 7)",
              STATE-FILE-STATUS-Z-00006
        END-IF
        MOVE SPACES TO STA-0001-Z-00014
        SET STA-RUN-RECORD-Z-00016 TO TRUE
        MOVE STREAM-NAME-Z-00058 TO STA-STREAM-Z-00020
        MOVE RUN-DATE-Z-00088 TO STA-RUN-DATE-Z-00021
        MOVE RUN-TIME-Z-00089 TO STA-RUN-TIME-Z-00022
        MOVE RUN-STATE-Z-00090 TO STA-RUN-STATE-Z-00023
        MOVE STEP-COUNT-Z-00068 TO STA-STEP-COUNT-Z-00024
        MOVE RESTART-COUNT-Z-00091 TO STA-RESTARTS-Z-00025
        MOVE CURRENT-DATE-Z-00052 TO STA-LAST-DATE-Z-00026
        MOVE CURRENT-TIME-Z-00053 TO STA-LAST-TIME-Z-00027
        WRITE STA-0001-Z-00014
        PERFORM PARA-0003-0003
           VARYING STA-SUB-Z-00087 FROM 1 BY 1
           UNTIL STA-SUB-Z-00087 > STEP-COUNT-Z-00068
        CLOSE STATE-FILE .

       EXITPARA.
       EXIT.

       PARA-0003-0003 SECTION .

        MOVE SPACES TO STA-0001-Z-00014
        SET STA-STEP-RECORD-Z-00017 TO TRUE
        MOVE STA-SUB-Z-00087 TO STA-SEQ-Z-00029
        MOVE STEP-NAME-Z-00072 (STA-SUB-Z-00087)
           TO STA-STEP-NAME-Z-00030
        MOVE STEP-SKIP-Z-00073 (STA-SUB-Z-00087) TO STA-SKIP-Z-00031
        MOVE STEP-OUTCOME-Z-00076 (STA-SUB-Z-00087)
           TO STA-OUTCOME-Z-00032
        MOVE STEP-START-DATE-Z-00078 (STA-SUB-Z-00087)
           TO STA-START-DATE-Z-00033
        MOVE STEP-START-TIME-Z-00079 (STA-SUB-Z-00087)
           TO STA-START-TIME-Z-00034
        MOVE STEP-END-DATE-Z-00080 (STA-SUB-Z-00087)
           TO STA-END-DATE-Z-00035
        MOVE STEP-END-TIME-Z-00081 (STA-SUB-Z-00087)
           TO STA-END-TIME-Z-00036
        MOVE STEP-RC-Z-00082 (STA-SUB-Z-00087) TO STA-RC-Z-00037
        MOVE STEP-ATTEMPTS-Z-00083 (STA-SUB-Z-00087)
           TO STA-ATTEMPTS-Z-00038
        WRITE STA-0001-Z-00014 .

       EXITPARA.
       EXIT.

       PARA-0004-0001 SECTION .

        MOVE ZERO TO OK-COUNT-Z-00101
        MOVE ZERO TO SKIP-COUNT-Z-00102
        PERFORM PARA-0004-0002
           VARYING I-Z-00086 FROM 1 BY 1
           UNTIL I-Z-00086 > STEP-COUNT-Z-00068
        MOVE OK-COUNT-Z-00101 TO OK-AUD-Z-00103
        MOVE SKIP-COUNT-Z-00102 TO SKIP-AUD-Z-00104
        IF STREAM-HALTED-Z-00100
           MOVE "HALTED" TO RUN-STATE-Z-00090
        ELSE
           MOVE "COMPLETE" TO RUN-STATE-Z-00090
        END-IF
        PERFORM PARA-0003-0002
        DISPLAY "TSTJOB STREAM " STREAM-NAME-Z-00058 " "
           RUN-STATE-Z-00090 " OK=" OK-AUD-Z-00103
           " SKIPPED=" SKIP-AUD-Z-00104
        MOVE SPACES TO AUDIT-EVENT-Z-00056
        STRING "FINISH JOB " DELIMITED BY SIZE
               STREAM-NAME-Z-00058 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RUN-STATE-Z-00090 DELIMITED BY SPACE
               " SKIP=" DELIMITED BY SIZE
               SKIP-AUD-Z-00104 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00056
        MOVE SPACES TO AUDIT-STAT-Z-00057
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0004-0002 SECTION .

        IF STEP-OUTCOME-Z-00076 (I-Z-00086) = "OK"
           ADD 1 TO OK-COUNT-Z-00101
        END-IF
        IF STEP-OUTCOME-Z-00076 (I-Z-00086) = "SKIPPED"
           ADD 1 TO SKIP-COUNT-Z-00102
        END-IF .

       EXITPARA.
       EXIT.
