        SELECT WRK-FILE ASSIGN TO "DBPATH/TSTOUT.wrk"
           FILE STATUS WRK-FILE-STATUS-Z-00235.
        SELECT SORT-FILE ASSIGN TO "DBPATH/TSTOUT.srt".
        SELECT MCH-FILE ASSIGN TO "DBPATH/TSTOUT.srm".
        SELECT ORD-FILE ASSIGN TO "DBPATH/TSTOUT.sro".
        SELECT ORW-FILE ASSIGN TO "DBPATH/TSTOUT.orw"
           FILE STATUS ORW-FILE-STATUS-Z-00504.
        SELECT ORS-FILE ASSIGN TO "DBPATH/TSTOUT.ors"
           FILE STATUS ORS-FILE-STATUS-Z-00505.
        SELECT MON-FILE ASSIGN TO MON-FILE-NAME-Z-00257
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS MON-FILE-STATUS-Z-00258.
        SELECT HLD-FILE ASSIGN TO "DBPATH/TSTOUT.hld"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS HLD-FILE-STATUS-Z-00320.
        SELECT HEV-FILE ASSIGN TO "DBPATH/TSTOUT.hev"
           FILE STATUS HEV-FILE-STATUS-Z-00506.
        SELECT XKY-FILE ASSIGN TO XKY-FILE-NAME-Z-00359
           ORGANIZATION INDEXED
           ACCESS RANDOM
        SELECT CMP-FILE ASSIGN TO "DBPATH/TSTOUT.cmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS CMP-FILE-STATUS-Z-00407.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00423
           FILE STATUS MST-FILE-STATUS-Z-00422.
        SELECT PRD-FILE ASSIGN TO "DBPATH/TSTPRD.ctl"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PRD-PERIOD-Z-00445
           FILE STATUS PRD-FILE-STATUS-Z-00453.
        SELECT TCR-FILE ASSIGN TO TCR-FILE-NAME-Z-00468
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS TCR-FILE-STATUS-Z-00469.

       DATA DIVISION.

                88 ITEM-STATUS-ACTIVE-Z-00101 VALUE "A".
                88 ITEM-STATUS-HOLD-Z-00102 VALUE "H".
                88 ITEM-STATUS-ERROR-Z-00103 VALUE "E".
             03 FILLER PIC X(1).
             03 ITEM-DESC-Z-00424 PIC X(30).
             03 FILLER PIC X(1).
             03 ITEM-UOM-Z-00425 PIC X(4).
             03 FILLER PIC X(38).
          02 XOUT-TEXT-Z-00104 REDEFINES XOUT-BODY-Z-00097 PIC X(100).
          02 NULL-TERM-Z-00005 PIC X(1).

             03 XEXC-ITEM-ID-Z-00150 PIC X(15).
             03 XEXC-ITEM-QTY-Z-00151 PIC S9(8)V99.
             03 XEXC-ITEM-STATUS-Z-00152 PIC X(1).
             03 FILLER PIC X(1).
             03 XEXC-ITEM-DESC-Z-00426 PIC X(30).
             03 FILLER PIC X(1).
             03 XEXC-ITEM-UOM-Z-00427 PIC X(4).
             03 FILLER PIC X(38).
          02 XEXC-TEXT-Z-00153 REDEFINES XEXC-BODY-Z-00149 PIC X(100).
          02 XEXC-NULL-TERM-Z-00154 PIC X(1).

          02 SRT-ITEM-QTY-Z-00242 PIC S9(8)V99.
          02 SRT-ITEM-STATUS-Z-00243 PIC X(1).

       SD  MCH-FILE.
       01 MCH-0001-Z-00507.
          02 MCH-ITEM-ID-Z-00508 PIC X(15).
          02 MCH-SIDE-Z-00509 PIC 9(1).
          02 MCH-SEQ-Z-00510 PIC 9(9).
          02 MCH-ITEM-QTY-Z-00511 PIC S9(8)V99.
          02 MCH-ITEM-STATUS-Z-00512 PIC X(1).
          02 MCH-FIRST-DATE-Z-00513 PIC X(8).

       FD  ORW-FILE.
       01 ORW-0001-Z-00514.
          02 ORW-PHASE-Z-00515 PIC 9(1).
          02 ORW-SEQ-Z-00516 PIC 9(9).
          02 ORW-TEXT-Z-00517 PIC X(120).
       01 ORW-0002-Z-00518.
          02 FILLER PIC X(10).
          02 ORW-ITEM-ID-Z-00519 PIC X(15).
          02 ORW-FIRST-DATE-Z-00520 PIC X(8).
          02 FILLER PIC X(97).

       SD  ORD-FILE.
       01 ORD-0001-Z-00521.
          02 ORD-PHASE-Z-00522 PIC 9(1).
          02 ORD-SEQ-Z-00523 PIC 9(9).
          02 ORD-TEXT-Z-00524 PIC X(120).

       FD  ORS-FILE.
       01 ORS-0001-Z-00525.
          02 FILLER PIC X(10).
          02 ORS-ITEM-ID-Z-00526 PIC X(15).
          02 ORS-FIRST-DATE-Z-00527 PIC X(8).
          02 FILLER PIC X(97).

       FD  AUDIT-FILE.
       01 AUDIT-0001-Z-00105 PIC X(80).

          02 HLD-FIRST-DATE-Z-00319 PIC X(8).
          02 FILLER PIC X(16).

       FD  HEV-FILE.
       01 HEV-0001-Z-00528.
          02 HEV-ITEM-ID-Z-00529 PIC X(15).
          02 HEV-ITEM-STATUS-Z-00530 PIC X(1).
          02 HEV-SEQ-Z-00531 PIC 9(9).

       FD  XKY-FILE.
       01 XKY-0001-Z-00365.
          02 XKY-ITEM-ID-Z-00366 PIC X(15).
       FD  CMP-FILE.
       01 CMP-0001-Z-00409 PIC X(120).

       FD  MST-FILE.
       01 MST-0001-Z-00428.
          02 MST-ITEM-ID-Z-00423 PIC X(15).
          02 MST-DESC-Z-00429 PIC X(30).
          02 MST-UOM-Z-00430 PIC X(4).
          02 MST-CATEGORY-Z-00431 PIC X(8).
          02 MST-OWNER-Z-00432 PIC X(10).
          02 MST-ACTIVE-Z-00433 PIC X(1).
          02 MST-UPD-DATE-Z-00434 PIC X(8).
          02 MST-UPD-BY-Z-00435 PIC X(3).
          02 FILLER PIC X(21).

       FD  PRD-FILE.
       01 PRD-0001-Z-00444.
          02 PRD-PERIOD-Z-00445 PIC X(6).
          02 PRD-STATE-Z-00446 PIC X(1).
             88 PRD-CLOSED-Z-00447 VALUE "C".
          02 PRD-CLOSE-DATE-Z-00448 PIC X(8).
          02 PRD-CLOSE-TIME-Z-00449 PIC X(6).
          02 PRD-CLOSE-BY-Z-00450 PIC X(3).
          02 FILLER PIC X(49).
          02 PRD-ARC-COUNT-Z-00451 PIC 9(2).
          02 PRD-ARC-NAME-Z-00452 OCCURS 10 PIC X(40).
          02 FILLER PIC X(20).

       FD  TCR-FILE.
       01 TCR-0001-Z-00470.
          02 TCR-TABLE-Z-00471 PIC X(7).
          02 FILLER PIC X(1).
          02 TCR-COUNT-Z-00472 PIC 9(8).
          02 FILLER PIC X(1).
          02 TCR-QTY-Z-00473 PIC S9(12)V99 SIGN LEADING SEPARATE.
          02 FILLER PIC X(1).
          02 TCR-HASH-Z-00474 PIC 9(12).
          02 FILLER PIC X(1).
          02 TCR-BY-Z-00475 PIC X(3).
          02 FILLER PIC X(1).
          02 TCR-PROGRAM-Z-00476 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-DATE-Z-00477 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-TIME-Z-00478 PIC X(6).
          02 FILLER PIC X(6).

       WORKING-STORAGE SECTION.
       01 COUNT-Z-00008 PIC S9(8) VALUE ZERO.
       01 FILLER PIC X(50) VALUE
          88 HLD-OPEN-OK-Z-00321 VALUE "00".
       01 HLD-EOF-SWITCH-Z-00322 PIC X(1) VALUE "N".
          88 HLD-EOF-Z-00323 VALUE "Y".
       01 HEV-FILE-STATUS-Z-00506 PIC X(2) VALUE SPACES.
          88 HEV-OPEN-OK-Z-00532 VALUE "00".
       01 HEV-OPEN-SWITCH-Z-00533 PIC X(1) VALUE "N".
          88 HEV-OPEN-Z-00534 VALUE "Y".
       01 HEV-EOF-SWITCH-Z-00535 PIC X(1) VALUE "N".
          88 HEV-EOF-Z-00536 VALUE "Y".
       01 HOLD-EVENT-SEQ-Z-00537 PIC S9(9) USAGE COMP VALUE ZERO.
       01 HOLD-EVENT-KIND-Z-00538 PIC X(1) VALUE SPACES.
       01 HOLD-LIVE-SWITCH-Z-00539 PIC X(1) VALUE "N".
          88 HOLD-LIVE-Z-00540 VALUE "Y".
       01 HOLD-LIVE-PHASE-Z-00541 PIC 9(1) VALUE ZERO.
       01 HOLD-LIVE-SEQ-Z-00542 PIC 9(9) VALUE ZERO.
       01 HOLD-LIVE-DATE-Z-00543 PIC X(8) VALUE SPACES.
       01 HOLD-TODAY-Z-00336 PIC X(8) VALUE SPACES.
       01 SERIAL-DATE-Z-00337.
          02 SERIAL-YEAR-Z-00338 PIC 9(4).
       01 FEED-NAME-Z-00381 PIC X(16) VALUE SPACES.
       01 FEED-EOF-SWITCH-Z-00382 PIC X(1) VALUE "N".
          88 FEED-EOF-Z-00383 VALUE "Y".
       01 MATCH-MODE-Z-00544 PIC X(1) VALUE SPACES.
          88 MATCH-RECON-Z-00545 VALUE "R".
          88 MATCH-DBCMP-Z-00546 VALUE "D".
       01 MATCH-SEQ-Z-00547 PIC S9(9) USAGE COMP VALUE ZERO.
       01 MATCH-EOF-SWITCH-Z-00548 PIC X(1) VALUE "N".
          88 MATCH-EOF-Z-00549 VALUE "Y".
       01 MATCH-FIRST-SWITCH-Z-00550 PIC X(1) VALUE "Y".
          88 MATCH-FIRST-Z-00551 VALUE "Y".
       01 MATCH-PREV-ID-Z-00552 PIC X(15) VALUE SPACES.
       01 MATCH-TABLE-SWITCH-Z-00553 PIC X(1) VALUE "N".
          88 MATCH-TABLE-FOUND-Z-00554 VALUE "Y".
       01 MATCH-HIT-SWITCH-Z-00555 PIC X(1) VALUE "N".
          88 MATCH-HIT-Z-00556 VALUE "Y".
       01 MATCH-TABLE-SEQ-Z-00557 PIC 9(9) VALUE ZERO.
       01 MATCH-TABLE-QTY-Z-00558 PIC S9(8)V99 VALUE ZERO.
       01 MATCH-TABLE-STATUS-Z-00559 PIC X(1) VALUE SPACES.
       01 MATCH-OUT-SEQ-Z-00560 PIC 9(9) VALUE ZERO.
       01 MATCH-OUT-QTY-Z-00561 PIC S9(8)V99 VALUE ZERO.
       01 MATCH-OUT-STATUS-Z-00562 PIC X(1) VALUE SPACES.
       01 MATCH-LABEL-Z-00563 PIC X(18) VALUE SPACES.
       01 ORW-FILE-STATUS-Z-00504 PIC X(2) VALUE SPACES.
          88 ORW-OPEN-OK-Z-00564 VALUE "00".
       01 ORS-FILE-STATUS-Z-00505 PIC X(2) VALUE SPACES.
          88 ORS-OPEN-OK-Z-00565 VALUE "00".
       01 ORS-EOF-SWITCH-Z-00566 PIC X(1) VALUE "N".
          88 ORS-EOF-Z-00567 VALUE "Y".
       01 ORD-EOF-SWITCH-Z-00568 PIC X(1) VALUE "N".
          88 ORD-EOF-Z-00569 VALUE "Y".
       01 WORK-ABORT-STAT-Z-00570 PIC X(2) VALUE SPACES.
       01 FEED-ONLY-COUNT-Z-00397 PIC S9(8) VALUE ZERO.
       01 TABLE-ONLY-COUNT-Z-00398 PIC S9(8) VALUE ZERO.
       01 RECON-DIFF-COUNT-Z-00399 PIC S9(8) VALUE ZERO.
       01 RECON-DIFF-AUD-Z-00402 PIC 9(5) VALUE ZERO.
       01 RECON-QTY-ED1-Z-00403 PIC Z(9)9.99-.
       01 RECON-QTY-ED2-Z-00404 PIC Z(9)9.99-.
       01 DATABASE2-Z-00406 PIC X(10) VALUE SPACES.
       01 CMP-FILE-STATUS-Z-00407 PIC X(2) VALUE SPACES.
          88 CMP-OPEN-OK-Z-00408 VALUE "00".
       01 CMP-SAVE-DB-Z-00417 PIC X(10) VALUE SPACES.
       01 IXBLD-COUNT-Z-00418 PIC S9(8) VALUE ZERO.
       01 IXBLD-AUD-Z-00419 PIC 9(5) VALUE ZERO.
       01 MST-FILE-STATUS-Z-00422 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00436 VALUE "00".
       01 MST-OPEN-SWITCH-Z-00437 PIC X(1) VALUE "N".
          88 MST-OPEN-Z-00438 VALUE "Y".
       01 MST-FAIL-SWITCH-Z-00439 PIC X(1) VALUE "N".
          88 MST-FAILED-Z-00440 VALUE "Y".
       01 MST-LOOKUP-ID-Z-00441 PIC X(15) VALUE SPACES.
       01 MST-LOOKUP-DESC-Z-00442 PIC X(30) VALUE SPACES.
       01 MST-LOOKUP-UOM-Z-00443 PIC X(4) VALUE SPACES.
       01 PRD-FILE-STATUS-Z-00453 PIC X(2) VALUE SPACES.
          88 PRD-OPEN-OK-Z-00454 VALUE "00".
          88 PRD-NOT-FOUND-Z-00455 VALUE "35".
       01 PRD-EOF-SWITCH-Z-00456 PIC X(1) VALUE "N".
          88 PRD-EOF-Z-00457 VALUE "Y".
       01 PRD-SUB-Z-00458 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 PRD-HIT-SWITCH-Z-00459 PIC X(1) VALUE "N".
          88 PRD-HIT-Z-00460 VALUE "Y".
       01 DEP-NAME-Z-00461 PIC X(40) VALUE SPACES.
       01 DEP-NEW-NAME-Z-00462 PIC X(40) VALUE SPACES.
       01 DEP-PERIOD-Z-00463 PIC X(6) VALUE SPACES.
       01 DEP-FOUND-SWITCH-Z-00464 PIC X(1) VALUE "N".
          88 DEP-FOUND-Z-00465 VALUE "Y".
       01 DEP-FAIL-SWITCH-Z-00466 PIC X(1) VALUE "N".
          88 DEP-FAILED-Z-00467 VALUE "Y".
       01 TCR-FILE-NAME-Z-00468 PIC X(40) VALUE SPACES.
       01 TCR-FILE-STATUS-Z-00469 PIC X(2) VALUE SPACES.
          88 TCR-OPEN-OK-Z-00479 VALUE "00".
          88 TCR-NOT-FOUND-Z-00480 VALUE "35".
       01 SEAL-STATE-Z-00481 PIC X(1) VALUE SPACES.
          88 SEAL-FOUND-Z-00482 VALUE "F".
          88 SEAL-NONE-Z-00483 VALUE "N".
          88 SEAL-UNREADABLE-Z-00484 VALUE "X".
       01 SEAL-REFUSED-SWITCH-Z-00485 PIC X(1) VALUE "N".
          88 SEAL-REFUSED-Z-00486 VALUE "Y".
       01 RUN-REFUSED-SWITCH-Z-00571 PIC X(1) VALUE "N".
          88 RUN-REFUSED-Z-00572 VALUE "Y".
       01 WORK-DELETE-NAME-Z-00573 PIC X(40) VALUE SPACES.
       01 ROWS-LIMITED-SWITCH-Z-00574 PIC X(1) VALUE "N".
          88 ROWS-LIMITED-Z-00575 VALUE "Y".
       01 ROWS-LIMITED-TEXT-Z-00576 PIC X(14) VALUE SPACES.
       01 SEAL-COUNT-Z-00487 PIC 9(8) VALUE ZERO.
       01 SEAL-QTY-Z-00488 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-HASH-Z-00489 PIC 9(12) VALUE ZERO.
       01 SEAL-HASH-WORK-Z-00490 PIC 9(15) VALUE ZERO.
       01 SEAL-HASH-QUOT-Z-00491 PIC 9(15) VALUE ZERO.
       01 SEAL-KEY-Z-00492 PIC X(26) VALUE SPACES.
       01 SEAL-POS-Z-00493 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 SEAL-BYTE-AREA-Z-00494.
          02 FILLER PIC X(1) VALUE LOW-VALUE.
          02 SEAL-BYTE-CHAR-Z-00495 PIC X(1) VALUE LOW-VALUE.
       01 SEAL-BYTE-NUM-Z-00496 REDEFINES SEAL-BYTE-AREA-Z-00494
           PIC 9(4) USAGE COMP.
       01 SEAL-EXPECT-COUNT-Z-00497 PIC 9(8) VALUE ZERO.
       01 SEAL-EXPECT-QTY-Z-00498 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-EXPECT-HASH-Z-00499 PIC 9(12) VALUE ZERO.
       01 SEAL-EXPECT-BY-Z-00500 PIC X(3) VALUE SPACES.
       01 SEAL-EXPECT-DATE-Z-00501 PIC X(8) VALUE SPACES.
       01 ED-SEAL-COUNT-Z-00502 PIC Z(7)9.
       01 ED-SEAL-EXPECT-Z-00503 PIC Z(7)9.

       PROCEDURE DIVISION.

        END-IF
        MOVE SPACES TO AUDIT-STAT-Z-00089
        PERFORM PARA-0001-0006
        IF RUN-REFUSED-Z-00572
           MOVE "ABORT" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           CALL "REMARK" USING  BY CONTENT "Finish: TSTOUT(tstout)."
               & X"00"
           MOVE 35 TO PBLK-Z-00045 (2)
           MOVE 2 TO PBLK-Z-00045 (3)
           MOVE 2 TO PBLK-Z-00045 (1)
           CALL "ABORT" USING PBLK-Z-00044,
              " ABORT - Run refused. (tstout 7)", AUDIT-STAT-Z-00089
        END-IF
        CALL "REMARK" USING  BY CONTENT "Finish: TSTOUT(tstout)."
            & X"00"
        STOP RUN.
              PERFORM PARA-0001-0006
              GO TO EXITPARA
           END-IF
           PERFORM PARA-0016-0001
           IF SEAL-REFUSED-Z-00486
              GO TO EXITPARA
           END-IF
        END-IF
        IF INQUIRY-REQUESTED-Z-00363
           MOVE "TSTITM.rpt" TO XOUT-FILENAME-Z-00106
           ELSE
              PERFORM PARA-0006-0003
              PERFORM PARA-0001-0008
              IF ROWS-LIMITED-Z-00575
                 PERFORM PARA-0006-0004
              END-IF
           END-IF
           IF WRK-OPEN-Z-00246
              CLOSE WRK-FILE
           MOVE "N" TO REJ-OPEN-SWITCH-Z-00306
        END-IF

        IF MST-OPEN-Z-00438
           CLOSE MST-FILE
           MOVE "N" TO MST-OPEN-SWITCH-Z-00437
        END-IF

        CALL "CLOSR" USING  BY REFERENCE XOUT-FILE, BY REFERENCE
           XOUT-Z-00049.

        PERFORM PARA-0002-0012.

       EXITPARA.
       EXIT.

       PARA-0002-0012 SECTION .

        MOVE "DBPATH/TSTOUT.srm" TO WORK-DELETE-NAME-Z-00573
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00573
           RETURNING DELETE-STATUS-Z-00277
        MOVE "DBPATH/TSTOUT.sro" TO WORK-DELETE-NAME-Z-00573
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00573
           RETURNING DELETE-STATUS-Z-00277
        MOVE "DBPATH/TSTOUT.orw" TO WORK-DELETE-NAME-Z-00573
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00573
           RETURNING DELETE-STATUS-Z-00277
        MOVE "DBPATH/TSTOUT.ors" TO WORK-DELETE-NAME-Z-00573
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00573
           RETURNING DELETE-STATUS-Z-00277
        MOVE "DBPATH/TSTOUT.hev" TO WORK-DELETE-NAME-Z-00573
        CALL "CBL_DELETE_FILE" USING WORK-DELETE-NAME-Z-00573
           RETURNING DELETE-STATUS-Z-00277 .

       EXITPARA.
       EXIT.

        MOVE XIN-ITEM-ID-Z-00125 TO ITEM-ID-Z-00098
        MOVE XIN-ITEM-QTY-Z-00126 TO ITEM-QTY-Z-00099
        MOVE XIN-ITEM-STATUS-Z-00127 TO ITEM-STATUS-Z-00100
        MOVE XIN-ITEM-ID-Z-00125 TO MST-LOOKUP-ID-Z-00441
        PERFORM PARA-0015-0002
        MOVE MST-LOOKUP-DESC-Z-00442 TO ITEM-DESC-Z-00424
        MOVE MST-LOOKUP-UOM-Z-00443 TO ITEM-UOM-Z-00425
        WRITE XOUT-0001-Z-00003
        ADD 1 TO REC-NUM-Z-00035
        ADD XIN-ITEM-QTY-Z-00126 TO TABLE-QTY-TOTAL-Z-00214
        MOVE XIN-ITEM-ID-Z-00125 TO XEXC-ITEM-ID-Z-00150
        MOVE XIN-ITEM-QTY-Z-00126 TO XEXC-ITEM-QTY-Z-00151
        MOVE XIN-ITEM-STATUS-Z-00127 TO XEXC-ITEM-STATUS-Z-00152
        MOVE MST-LOOKUP-DESC-Z-00442 TO XEXC-ITEM-DESC-Z-00426
        MOVE MST-LOOKUP-UOM-Z-00443 TO XEXC-ITEM-UOM-Z-00427
        WRITE XEXC-0001-Z-00142
        ADD 1 TO XEXC-LINE-NUM-Z-00170
        IF XEXC-LINE-NUM-Z-00170 >= PAGECHK-Z-00029
               CURRENT-DATE-Z-00016 DELIMITED BY SIZE
               ".old" DELIMITED BY SIZE
           INTO OLD-FILE-NAME-Z-00260
        MOVE OLD-FILE-NAME-Z-00260 TO DEP-NAME-Z-00461
        MOVE SPACES TO DEP-NEW-NAME-Z-00462
        PERFORM PARA-0008-0011
        IF DEP-FOUND-Z-00465
        OR DEP-FAILED-Z-00467
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTOUT archive cycle held by period close."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00220
           MOVE SPACES TO ALERT-TEXT-Z-00221
           IF DEP-FOUND-Z-00465
              STRING "ARCHIVE CYCLE SKIPPED, " DELIMITED BY SIZE
                     OLD-FILE-NAME-Z-00260 DELIMITED BY SPACE
                     " HELD BY CLOSED PERIOD " DELIMITED BY SIZE
                     DEP-PERIOD-Z-00463 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00221
           ELSE
              STRING "ARCHIVE CYCLE SKIPPED, PERIOD CONTROL STATUS "
                        DELIMITED BY SIZE
                     PRD-FILE-STATUS-Z-00453 DELIMITED BY SIZE
                 INTO ALERT-TEXT-Z-00221
           END-IF
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00088
           STRING "PURGE TSTOUT.rpt HELD PRD " DELIMITED BY SIZE
                  DEP-PERIOD-Z-00463 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00088
           MOVE PRD-FILE-STATUS-Z-00453 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT OLD-FILE
        IF NOT OLD-OPEN-OK-Z-00267
           CALL "REMARK" USING  BY CONTENT
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        MOVE ARC-NAME-Z-00276 TO DEP-NAME-Z-00461
        MOVE OLD-FILE-NAME-Z-00260 TO DEP-NEW-NAME-Z-00462
        PERFORM PARA-0008-0011
        IF DEP-FAILED-Z-00467
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTOUT period control update failed."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00220
           MOVE SPACES TO ALERT-TEXT-Z-00221
           STRING "TSTOUT.rpt KEPT, PERIOD CONTROL STATUS "
                     DELIMITED BY SIZE
                  PRD-FILE-STATUS-Z-00453 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00221
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        IF DEP-FOUND-Z-00465
           MOVE SPACES TO AUDIT-EVENT-Z-00088
           STRING "PRD " DELIMITED BY SIZE
                  DEP-PERIOD-Z-00463 DELIMITED BY SIZE
                  " ARCHIVE " DELIMITED BY SIZE
                  OLD-FILE-NAME-Z-00260 (8:) DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
        END-IF
        CALL "CBL_DELETE_FILE" USING ARC-NAME-Z-00276
           RETURNING DELETE-STATUS-Z-00277
        IF DELETE-STATUS-Z-00277 NOT = ZERO
       EXITPARA.
       EXIT.

       PARA-0008-0011 SECTION .

        MOVE "N" TO DEP-FOUND-SWITCH-Z-00464
        MOVE "N" TO DEP-FAIL-SWITCH-Z-00466
        MOVE SPACES TO DEP-PERIOD-Z-00463
        IF DEP-NEW-NAME-Z-00462 = SPACES
           OPEN INPUT PRD-FILE
        ELSE
           OPEN I-O PRD-FILE
        END-IF
        IF PRD-NOT-FOUND-Z-00455
           GO TO EXITPARA
        END-IF
        IF NOT PRD-OPEN-OK-Z-00454
           MOVE "Y" TO DEP-FAIL-SWITCH-Z-00466
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PRD-EOF-SWITCH-Z-00456
        MOVE LOW-VALUES TO PRD-PERIOD-Z-00445
        START PRD-FILE KEY NOT < PRD-PERIOD-Z-00445
           INVALID KEY
              SET PRD-EOF-Z-00457 TO TRUE
        END-START
        PERFORM PARA-0008-0012
           UNTIL PRD-EOF-Z-00457
           OR DEP-FAILED-Z-00467
        CLOSE PRD-FILE .

       EXITPARA.
       EXIT.

       PARA-0008-0012 SECTION .

        READ PRD-FILE NEXT RECORD
           AT END
              SET PRD-EOF-Z-00457 TO TRUE
              GO TO EXITPARA
        END-READ
        IF NOT PRD-CLOSED-Z-00447
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PRD-HIT-SWITCH-Z-00459
        PERFORM PARA-0008-0013
           VARYING PRD-SUB-Z-00458 FROM 1 BY 1
           UNTIL PRD-SUB-Z-00458 > PRD-ARC-COUNT-Z-00451
           OR PRD-SUB-Z-00458 > 10
        IF NOT PRD-HIT-Z-00460
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO DEP-FOUND-SWITCH-Z-00464
        MOVE PRD-PERIOD-Z-00445 TO DEP-PERIOD-Z-00463
        IF DEP-NEW-NAME-Z-00462 NOT = SPACES
           REWRITE PRD-0001-Z-00444
              INVALID KEY
                 MOVE "Y" TO DEP-FAIL-SWITCH-Z-00466
           END-REWRITE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0008-0013 SECTION .

        IF PRD-ARC-NAME-Z-00452 (PRD-SUB-Z-00458) = DEP-NAME-Z-00461
           MOVE "Y" TO PRD-HIT-SWITCH-Z-00459
           IF DEP-NEW-NAME-Z-00462 NOT = SPACES
              MOVE DEP-NEW-NAME-Z-00462
                 TO PRD-ARC-NAME-Z-00452 (PRD-SUB-Z-00458)
           END-IF
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0007-0005 SECTION .

        OPEN OUTPUT WRK-FILE
               "  E: " DELIMITED BY SIZE
               ID-E-ED-Z-00249 DELIMITED BY SIZE
           INTO XOUT-TEXT-Z-00104
        WRITE XOUT-0001-Z-00003
        MOVE SORT-ID-PREV-Z-00224 TO MST-LOOKUP-ID-Z-00441
        PERFORM PARA-0015-0002
        MOVE SPACES TO XOUT-0001-Z-00003
        SET ITEM-TOTAL-RECORD-Z-00223 TO TRUE
        MOVE SPACES TO XOUT-TEXT-Z-00104
        STRING "      DESC: " DELIMITED BY SIZE
               MST-LOOKUP-DESC-Z-00442 DELIMITED BY SIZE
               "  UOM: " DELIMITED BY SIZE
               MST-LOOKUP-UOM-Z-00443 DELIMITED BY SIZE
           INTO XOUT-TEXT-Z-00104
        WRITE XOUT-0001-Z-00003.

       EXITPARA.
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
        ELSE
           PERFORM PARA-0016-0001
           IF NOT SEAL-REFUSED-Z-00486
              PERFORM PARA-0006-0003
              PERFORM PARA-0001-0008
              PERFORM PARA-0006-0004
              PERFORM PARA-0009-0003
           END-IF
        END-IF
        PERFORM PARA-0006-0005 .


        MOVE ZERO TO COUNT-Z-00077
        MOVE ZERO TO TABLE-QTY-TOTAL-Z-00214
        MOVE "N" TO ROWS-LIMITED-SWITCH-Z-00574
        PERFORM PARA-0002-0008
        PERFORM PARA-0001-0004
        PERFORM PARA-0002-0009
           UNTIL XIN-EOF-Z-00139
           OR (COUNT-Z-00008 > ZERO
           AND COUNT-Z-00077 >= COUNT-Z-00008)
        IF COUNT-Z-00008 > ZERO
        AND NOT XIN-EOF-Z-00139
           MOVE "Y" TO ROWS-LIMITED-SWITCH-Z-00574
        END-IF
        IF XIN-OPEN-Z-00141
           CALL "CLOSR" USING  BY REFERENCE XIN-FILE, BY REFERENCE
              XIN-Z-00128

        MOVE COUNT-Z-00077 TO REC-NUM-ED-Z-00087
        MOVE TABLE-QTY-TOTAL-Z-00214 TO TABLE-QTY-ED-Z-00215
        MOVE SPACES TO ROWS-LIMITED-TEXT-Z-00576
        IF ROWS-LIMITED-Z-00575
           MOVE "  ROWS LIMITED" TO ROWS-LIMITED-TEXT-Z-00576
        END-IF
        MOVE SPACES TO XOUT-0001-Z-00003
        SET SUBTOTAL-RECORD-Z-00203 TO TRUE
        MOVE SPACES TO XOUT-TEXT-Z-00104
               REC-NUM-ED-Z-00087 DELIMITED BY SIZE
               "  QUANTITY: " DELIMITED BY SIZE
               TABLE-QTY-ED-Z-00215 DELIMITED BY SIZE
               ROWS-LIMITED-TEXT-Z-00576 DELIMITED BY SIZE
           INTO XOUT-TEXT-Z-00104
        WRITE XOUT-0001-Z-00003.

              INTO AUDIT-EVENT-Z-00088
           MOVE STAT-Z-00051 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTOUT CHECK cannot open report file."
               & X"00"
       PARA-0010-0001 SECTION .

        ACCEPT HOLD-TODAY-Z-00336 FROM  DATE YYYYMMDD
        MOVE ZERO TO HOLD-EVENT-SEQ-Z-00537
        MOVE "N" TO HEV-OPEN-SWITCH-Z-00533
        IF DATABASE-Z-00037 NOT = SPACES
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT HEV-FILE
        IF NOT HEV-OPEN-OK-Z-00532
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTOUT cannot open hold event file."
               & X"00"
           MOVE "W" TO ALERT-SEV-Z-00220
           MOVE SPACES TO ALERT-TEXT-Z-00221
           STRING "HOLD TRACKING UNAVAILABLE STATUS "
                     DELIMITED BY SIZE
                  HEV-FILE-STATUS-Z-00506 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00221
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO HEV-OPEN-SWITCH-Z-00533 .

       EXITPARA.
       EXIT.
        IF HLD-ITEM-ID-Z-00318 = SPACES
           GO TO EXITPARA
        END-IF
        ADD 1 TO MATCH-SEQ-Z-00547
        MOVE SPACES TO MCH-0001-Z-00507
        MOVE HLD-ITEM-ID-Z-00318 TO MCH-ITEM-ID-Z-00508
        MOVE 1 TO MCH-SIDE-Z-00509
        MOVE MATCH-SEQ-Z-00547 TO MCH-SEQ-Z-00510
        MOVE ZERO TO MCH-ITEM-QTY-Z-00511
        MOVE HLD-FIRST-DATE-Z-00319 TO MCH-FIRST-DATE-Z-00513
        RELEASE MCH-0001-Z-00507 .

       EXITPARA.
       EXIT.

       PARA-0010-0003 SECTION .

        MOVE "H" TO HOLD-EVENT-KIND-Z-00538
        PERFORM PARA-0010-0005 .

       EXITPARA.
       EXIT.

       PARA-0010-0004 SECTION .

        MOVE "A" TO HOLD-EVENT-KIND-Z-00538
        PERFORM PARA-0010-0005 .

       EXITPARA.
       EXIT.

       PARA-0010-0005 SECTION .

        IF NOT HEV-OPEN-Z-00534
           GO TO EXITPARA
        END-IF
        ADD 1 TO HOLD-EVENT-SEQ-Z-00537
        MOVE XIN-ITEM-ID-Z-00125 TO HEV-ITEM-ID-Z-00529
        MOVE HOLD-EVENT-KIND-Z-00538 TO HEV-ITEM-STATUS-Z-00530
        MOVE HOLD-EVENT-SEQ-Z-00537 TO HEV-SEQ-Z-00531
        WRITE HEV-0001-Z-00528
        IF NOT HEV-OPEN-OK-Z-00532
           MOVE HEV-FILE-STATUS-Z-00506 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF .

       EXITPARA.

       PARA-0010-0006 SECTION .

        MOVE ZERO TO MATCH-SEQ-Z-00547
        OPEN INPUT HLD-FILE
        IF HLD-OPEN-OK-Z-00321
           MOVE "N" TO HLD-EOF-SWITCH-Z-00322
           PERFORM PARA-0010-0002
              UNTIL HLD-EOF-Z-00323
           CLOSE HLD-FILE
        END-IF
        OPEN INPUT HEV-FILE
        IF NOT HEV-OPEN-OK-Z-00532
           MOVE HEV-FILE-STATUS-Z-00506 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF
        MOVE "N" TO HEV-EOF-SWITCH-Z-00535
        PERFORM PARA-0010-0012
           UNTIL HEV-EOF-Z-00536
        CLOSE HEV-FILE .

       EXITPARA.
       EXIT.
        IF DATABASE-Z-00037 NOT = SPACES
           GO TO EXITPARA
        END-IF
        IF NOT HEV-OPEN-Z-00534
           GO TO EXITPARA
        END-IF
        CLOSE HEV-FILE
        MOVE "N" TO HEV-OPEN-SWITCH-Z-00533
        SORT MCH-FILE
           ON ASCENDING KEY MCH-ITEM-ID-Z-00508
                            MCH-SIDE-Z-00509
                            MCH-SEQ-Z-00510
           INPUT PROCEDURE PARA-0010-0006
           OUTPUT PROCEDURE PARA-0010-0013
        SORT ORD-FILE
           ON ASCENDING KEY ORD-PHASE-Z-00522
                            ORD-SEQ-Z-00523
           USING ORW-FILE
           GIVING ORS-FILE
        MOVE ZERO TO OVER7-COUNT-Z-00352
        MOVE ZERO TO OVER14-COUNT-Z-00353
        MOVE ZERO TO OVER30-COUNT-Z-00354
        SET ITEM-TOTAL-RECORD-Z-00223 TO TRUE
        MOVE "HOLD AGING" TO XOUT-TEXT-Z-00104
        WRITE XOUT-0001-Z-00003
        OPEN INPUT ORS-FILE
        IF NOT ORS-OPEN-OK-Z-00565
           MOVE ORS-FILE-STATUS-Z-00505 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF
        MOVE "N" TO ORS-EOF-SWITCH-Z-00566
        PERFORM PARA-0010-0008
           UNTIL ORS-EOF-Z-00567
        CLOSE ORS-FILE
        MOVE OVER7-COUNT-Z-00352 TO OVER7-AUD-Z-00355
        MOVE OVER14-COUNT-Z-00353 TO OVER14-AUD-Z-00356
        MOVE OVER30-COUNT-Z-00354 TO OVER30-AUD-Z-00357

       PARA-0010-0008 SECTION .

        READ ORS-FILE
           AT END
              SET ORS-EOF-Z-00567 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE ZERO TO HOLD-DAYS-Z-00350
        IF ORS-FIRST-DATE-Z-00527 IS NUMERIC
           MOVE ORS-FIRST-DATE-Z-00527 TO SERIAL-DATE-Z-00337
           PERFORM PARA-0010-0010
           COMPUTE HOLD-DAYS-Z-00350 = TODAY-SERIAL-Z-00349
              - SERIAL-DAYS-Z-00348
        SET ITEM-TOTAL-RECORD-Z-00223 TO TRUE
        MOVE SPACES TO XOUT-TEXT-Z-00104
        STRING "ITEM: " DELIMITED BY SIZE
               ORS-ITEM-ID-Z-00526 DELIMITED BY SIZE
               "  ON HOLD SINCE: " DELIMITED BY SIZE
               ORS-FIRST-DATE-Z-00527 DELIMITED BY SIZE
               "  DAYS: " DELIMITED BY SIZE
               HOLD-DAYS-ED-Z-00351 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           STRING "HOLD AGED " DELIMITED BY SIZE
                  HOLD-DAYS-ED-Z-00351 DELIMITED BY SIZE
                  " DAYS ITEM " DELIMITED BY SIZE
                  ORS-ITEM-ID-Z-00526 DELIMITED BY SPACE
              INTO ALERT-TEXT-Z-00221
           PERFORM PARA-0001-0009
        END-IF .

       PARA-0010-0009 SECTION .

        OPEN INPUT ORS-FILE
        IF NOT ORS-OPEN-OK-Z-00565
           MOVE ORS-FILE-STATUS-Z-00505 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF
        OPEN OUTPUT HLD-FILE
        IF NOT HLD-OPEN-OK-Z-00321
           CLOSE ORS-FILE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTOUT cannot save hold history."
               & X"00"
           PERFORM PARA-0001-0009
           GO TO EXITPARA
        END-IF
        MOVE "N" TO ORS-EOF-SWITCH-Z-00566
        PERFORM PARA-0010-0011
           UNTIL ORS-EOF-Z-00567
        CLOSE ORS-FILE
        CLOSE HLD-FILE .

       EXITPARA.

       PARA-0010-0011 SECTION .

        READ ORS-FILE
           AT END
              SET ORS-EOF-Z-00567 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO HLD-0001-Z-00317
        MOVE ORS-ITEM-ID-Z-00526 TO HLD-ITEM-ID-Z-00318
        MOVE ORS-FIRST-DATE-Z-00527 TO HLD-FIRST-DATE-Z-00319
        WRITE HLD-0001-Z-00317 .

       EXITPARA.
       EXIT.

       PARA-0010-0012 SECTION .

        READ HEV-FILE
           AT END
              SET HEV-EOF-Z-00536 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO MCH-0001-Z-00507
        MOVE HEV-ITEM-ID-Z-00529 TO MCH-ITEM-ID-Z-00508
        MOVE 2 TO MCH-SIDE-Z-00509
        MOVE HEV-SEQ-Z-00531 TO MCH-SEQ-Z-00510
        MOVE ZERO TO MCH-ITEM-QTY-Z-00511
        MOVE HEV-ITEM-STATUS-Z-00530 TO MCH-ITEM-STATUS-Z-00512
        RELEASE MCH-0001-Z-00507 .

       EXITPARA.
       EXIT.

       PARA-0010-0013 SECTION .

        OPEN OUTPUT ORW-FILE
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF
        MOVE "Y" TO MATCH-FIRST-SWITCH-Z-00550
        MOVE "N" TO MATCH-EOF-SWITCH-Z-00548
        PERFORM PARA-0010-0014
           UNTIL MATCH-EOF-Z-00549
        IF NOT MATCH-FIRST-Z-00551
           PERFORM PARA-0010-0016
        END-IF
        CLOSE ORW-FILE .

       EXITPARA.
       EXIT.

       PARA-0010-0014 SECTION .

        RETURN MCH-FILE
           AT END
              SET MATCH-EOF-Z-00549 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF MATCH-FIRST-Z-00551
        OR MCH-ITEM-ID-Z-00508 NOT = MATCH-PREV-ID-Z-00552
           IF NOT MATCH-FIRST-Z-00551
              PERFORM PARA-0010-0016
           END-IF
           MOVE "N" TO MATCH-FIRST-SWITCH-Z-00550
           MOVE MCH-ITEM-ID-Z-00508 TO MATCH-PREV-ID-Z-00552
           MOVE "N" TO HOLD-LIVE-SWITCH-Z-00539
        END-IF
        EVALUATE TRUE
           WHEN MCH-SIDE-Z-00509 = 1 AND HOLD-LIVE-Z-00540
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTOUT hold history duplicate ignored."
                  & X"00"
              MOVE "W" TO ALERT-SEV-Z-00220
              MOVE SPACES TO ALERT-TEXT-Z-00221
              STRING "HOLD HISTORY DUPLICATE IGNORED ITEM "
                        DELIMITED BY SIZE
                     MCH-ITEM-ID-Z-00508 DELIMITED BY SPACE
                 INTO ALERT-TEXT-Z-00221
              PERFORM PARA-0001-0009
           WHEN MCH-SIDE-Z-00509 = 1
              MOVE "Y" TO HOLD-LIVE-SWITCH-Z-00539
              MOVE 1 TO HOLD-LIVE-PHASE-Z-00541
              MOVE MCH-SEQ-Z-00510 TO HOLD-LIVE-SEQ-Z-00542
              MOVE MCH-FIRST-DATE-Z-00513 TO HOLD-LIVE-DATE-Z-00543
           WHEN MCH-ITEM-STATUS-Z-00512 = "A"
              MOVE "N" TO HOLD-LIVE-SWITCH-Z-00539
           WHEN NOT HOLD-LIVE-Z-00540
              MOVE "Y" TO HOLD-LIVE-SWITCH-Z-00539
              MOVE 2 TO HOLD-LIVE-PHASE-Z-00541
              MOVE MCH-SEQ-Z-00510 TO HOLD-LIVE-SEQ-Z-00542
              MOVE HOLD-TODAY-Z-00336 TO HOLD-LIVE-DATE-Z-00543
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0010-0015 SECTION .

        IF TRANSACTION-PROCESSING-Z-00073
           ROLLBACK
        END-IF
        PERFORM PARA-0002-0003
        MOVE "ABORT" TO AUDIT-EVENT-Z-00088
        MOVE WORK-ABORT-STAT-Z-00570 TO AUDIT-STAT-Z-00089
        PERFORM PARA-0001-0006
        MOVE "F" TO ALERT-SEV-Z-00220
        MOVE SPACES TO ALERT-TEXT-Z-00221
        STRING "ABORT ACCESSING WORK FILE STATUS " DELIMITED BY SIZE
               WORK-ABORT-STAT-Z-00570 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00221
        PERFORM PARA-0001-0009
        CALL "REMARK" USING  BY CONTENT "Finish: TSTOUT(tstout)."
            & X"00"
        MOVE 35 TO PBLK-Z-00045 (2)
        MOVE 2 TO PBLK-Z-00045 (3)
        MOVE 2 TO PBLK-Z-00045 (1)
        CALL "ABORT" USING PBLK-Z-00044,
           " ABORT - Accessing work file. (tstout 6)",
           WORK-ABORT-STAT-Z-00570 .

       EXITPARA.
       EXIT.

       PARA-0010-0016 SECTION .

        IF NOT HOLD-LIVE-Z-00540
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO ORW-0001-Z-00514
        MOVE HOLD-LIVE-PHASE-Z-00541 TO ORW-PHASE-Z-00515
        MOVE HOLD-LIVE-SEQ-Z-00542 TO ORW-SEQ-Z-00516
        MOVE MATCH-PREV-ID-Z-00552 TO ORW-ITEM-ID-Z-00519
        MOVE HOLD-LIVE-DATE-Z-00543 TO ORW-FIRST-DATE-Z-00520
        WRITE ORW-0001-Z-00514
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0011-0001 SECTION .

        PERFORM PARA-0001-0004
        MOVE XKY-ITEM-ID-Z-00366 TO ITEM-ID-Z-00098
        MOVE XKY-ITEM-QTY-Z-00367 TO ITEM-QTY-Z-00099
        MOVE XKY-ITEM-STATUS-Z-00368 TO ITEM-STATUS-Z-00100
        MOVE XKY-ITEM-ID-Z-00366 TO MST-LOOKUP-ID-Z-00441
        PERFORM PARA-0015-0002
        MOVE MST-LOOKUP-DESC-Z-00442 TO ITEM-DESC-Z-00424
        MOVE MST-LOOKUP-UOM-Z-00443 TO ITEM-UOM-Z-00425
        WRITE XOUT-0001-Z-00003
        ADD 1 TO REC-NUM-Z-00035
        ADD 1 TO LINE-NUM-Z-00028
        MOVE XKY-ITEM-QTY-Z-00367 TO TABLE-QTY-ED-Z-00215
        DISPLAY "ITEM: " XKY-ITEM-ID-Z-00366
           "  QUANTITY: " TABLE-QTY-ED-Z-00215
           "  STATUS: " XKY-ITEM-STATUS-Z-00368
        DISPLAY "      DESC: " MST-LOOKUP-DESC-Z-00442
           "  UOM: " MST-LOOKUP-UOM-Z-00443 .

       EXITPARA.
       EXIT.
           MOVE XIN-ITEM-ID-Z-00125 TO ITEM-ID-Z-00098
           MOVE XIN-ITEM-QTY-Z-00126 TO ITEM-QTY-Z-00099
           MOVE XIN-ITEM-STATUS-Z-00127 TO ITEM-STATUS-Z-00100
           MOVE XIN-ITEM-ID-Z-00125 TO MST-LOOKUP-ID-Z-00441
           PERFORM PARA-0015-0002
           MOVE MST-LOOKUP-DESC-Z-00442 TO ITEM-DESC-Z-00424
           MOVE MST-LOOKUP-UOM-Z-00443 TO ITEM-UOM-Z-00425
           WRITE XOUT-0001-Z-00003
           ADD 1 TO REC-NUM-Z-00035
           ADD 1 TO LINE-NUM-Z-00028
           DISPLAY "ITEM: " XIN-ITEM-ID-Z-00125
              "  QUANTITY: " TABLE-QTY-ED-Z-00215
              "  STATUS: " XIN-ITEM-STATUS-Z-00127
           DISPLAY "      DESC: " MST-LOOKUP-DESC-Z-00442
              "  UOM: " MST-LOOKUP-UOM-Z-00443
        END-IF
        PERFORM PARA-0002-0009 .

           MOVE "RECON FAIL NOFEED" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0016-0001
        IF SEAL-REFUSED-Z-00486
           MOVE "RECON FAIL SEAL" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO FEED-ONLY-COUNT-Z-00397
        MOVE ZERO TO TABLE-ONLY-COUNT-Z-00398
        MOVE ZERO TO RECON-DIFF-COUNT-Z-00399
        MOVE SPACES TO FEED-FILE-NAME-Z-00371
        STRING "DBPATH/" DELIMITED BY SIZE
               FEED-NAME-Z-00381 DELIMITED BY SPACE
           MOVE "RECON FAIL OPEN" TO AUDIT-EVENT-Z-00088
           MOVE FEED-FILE-STATUS-Z-00372 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        OPEN OUTPUT RCN-FILE
           MOVE "RECON FAIL OPEN" TO AUDIT-EVENT-Z-00088
           MOVE RCN-FILE-STATUS-Z-00378 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        ACCEPT CURRENT-DATE-Z-00016 FROM  DATE YYYYMMDD
               CURRENT-TIME-Z-00017 DELIMITED BY SIZE
           INTO RCN-0001-Z-00380
        WRITE RCN-0001-Z-00380
        MOVE "R" TO MATCH-MODE-Z-00544
        SORT MCH-FILE
           ON ASCENDING KEY MCH-ITEM-ID-Z-00508
                            MCH-SIDE-Z-00509
                            MCH-SEQ-Z-00510
           INPUT PROCEDURE PARA-0012-0002
           OUTPUT PROCEDURE PARA-0012-0006
        CLOSE FEED-FILE
        SORT ORD-FILE
           ON ASCENDING KEY ORD-PHASE-Z-00522
                            ORD-SEQ-Z-00523
           USING ORW-FILE
           OUTPUT PROCEDURE PARA-0012-0007
        PERFORM PARA-0012-0009
        CLOSE RCN-FILE
        PERFORM PARA-0012-0010 .

       PARA-0012-0002 SECTION .

        MOVE ZERO TO MATCH-SEQ-Z-00547
        PERFORM PARA-0002-0008
        PERFORM PARA-0012-0003
           UNTIL XIN-EOF-Z-00139
              XIN-Z-00128
           MOVE "N" TO XIN-OPEN-SWITCH-Z-00140
        END-IF
        MOVE ZERO TO MATCH-SEQ-Z-00547
        IF MATCH-DBCMP-Z-00546
           PERFORM PARA-0013-0003
           GO TO EXITPARA
        END-IF
        MOVE "N" TO FEED-EOF-SWITCH-Z-00382
        PERFORM PARA-0012-0004
           UNTIL FEED-EOF-Z-00383 .

       EXITPARA.
       EXIT.
        OR XIN-ITEM-QTY-Z-00126 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO MATCH-SEQ-Z-00547
        MOVE SPACES TO MCH-0001-Z-00507
        MOVE XIN-ITEM-ID-Z-00125 TO MCH-ITEM-ID-Z-00508
        MOVE 1 TO MCH-SIDE-Z-00509
        MOVE MATCH-SEQ-Z-00547 TO MCH-SEQ-Z-00510
        MOVE XIN-ITEM-QTY-Z-00126 TO MCH-ITEM-QTY-Z-00511
        MOVE XIN-ITEM-STATUS-Z-00127 TO MCH-ITEM-STATUS-Z-00512
        RELEASE MCH-0001-Z-00507 .

       EXITPARA.
       EXIT.
        OR FEED-ITEM-QTY-Z-00376 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO MATCH-SEQ-Z-00547
        MOVE SPACES TO MCH-0001-Z-00507
        MOVE FEED-ITEM-ID-Z-00375 TO MCH-ITEM-ID-Z-00508
        MOVE 2 TO MCH-SIDE-Z-00509
        MOVE MATCH-SEQ-Z-00547 TO MCH-SEQ-Z-00510
        MOVE FEED-ITEM-QTY-Z-00376 TO MCH-ITEM-QTY-Z-00511
        MOVE FEED-ITEM-STATUS-Z-00377 TO MCH-ITEM-STATUS-Z-00512
        RELEASE MCH-0001-Z-00507 .

       EXITPARA.
       EXIT.

       PARA-0012-0006 SECTION .

        OPEN OUTPUT ORW-FILE
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF
        MOVE "Y" TO MATCH-FIRST-SWITCH-Z-00550
        MOVE "N" TO MATCH-EOF-SWITCH-Z-00548
        PERFORM PARA-0012-0005
           UNTIL MATCH-EOF-Z-00549
        IF NOT MATCH-FIRST-Z-00551
           PERFORM PARA-0012-0008
        END-IF
        CLOSE ORW-FILE .

       EXITPARA.
       EXIT.

       PARA-0012-0005 SECTION .

        RETURN MCH-FILE
           AT END
              SET MATCH-EOF-Z-00549 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF MATCH-FIRST-Z-00551
        OR MCH-ITEM-ID-Z-00508 NOT = MATCH-PREV-ID-Z-00552
           IF NOT MATCH-FIRST-Z-00551
              PERFORM PARA-0012-0008
           END-IF
           MOVE "N" TO MATCH-FIRST-SWITCH-Z-00550
           MOVE MCH-ITEM-ID-Z-00508 TO MATCH-PREV-ID-Z-00552
           MOVE "N" TO MATCH-TABLE-SWITCH-Z-00553
           MOVE "N" TO MATCH-HIT-SWITCH-Z-00555
        END-IF
        IF MCH-SIDE-Z-00509 = 1
           IF MATCH-TABLE-FOUND-Z-00554
              MOVE MCH-SEQ-Z-00510 TO MATCH-OUT-SEQ-Z-00560
              MOVE MCH-ITEM-QTY-Z-00511 TO MATCH-OUT-QTY-Z-00561
              MOVE MCH-ITEM-STATUS-Z-00512 TO MATCH-OUT-STATUS-Z-00562
              PERFORM PARA-0012-0011
           ELSE
              MOVE "Y" TO MATCH-TABLE-SWITCH-Z-00553
              MOVE MCH-SEQ-Z-00510 TO MATCH-TABLE-SEQ-Z-00557
              MOVE MCH-ITEM-QTY-Z-00511 TO MATCH-TABLE-QTY-Z-00558
              MOVE MCH-ITEM-STATUS-Z-00512
                 TO MATCH-TABLE-STATUS-Z-00559
           END-IF
           GO TO EXITPARA
        END-IF
        IF NOT MATCH-TABLE-FOUND-Z-00554
           PERFORM PARA-0012-0012
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO MATCH-HIT-SWITCH-Z-00555
        IF MATCH-TABLE-QTY-Z-00558 NOT = MCH-ITEM-QTY-Z-00511
        OR MATCH-TABLE-STATUS-Z-00559 NOT = MCH-ITEM-STATUS-Z-00512
           PERFORM PARA-0012-0013
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0012-0007 SECTION .

        MOVE "N" TO ORD-EOF-SWITCH-Z-00568
        PERFORM PARA-0012-0014
           UNTIL ORD-EOF-Z-00569 .

       EXITPARA.
       EXIT.

       PARA-0012-0008 SECTION .

        IF MATCH-TABLE-FOUND-Z-00554
        AND NOT MATCH-HIT-Z-00556
           MOVE MATCH-TABLE-SEQ-Z-00557 TO MATCH-OUT-SEQ-Z-00560
           MOVE MATCH-TABLE-QTY-Z-00558 TO MATCH-OUT-QTY-Z-00561
           MOVE MATCH-TABLE-STATUS-Z-00559 TO MATCH-OUT-STATUS-Z-00562
           PERFORM PARA-0012-0011
        END-IF .

       EXITPARA.
       EXITPARA.
       EXIT.

       PARA-0012-0011 SECTION .

        IF MATCH-DBCMP-Z-00546
           ADD 1 TO CMP-A-ONLY-COUNT-Z-00410
           MOVE "DB ONLY     ITEM: " TO MATCH-LABEL-Z-00563
        ELSE
           ADD 1 TO TABLE-ONLY-COUNT-Z-00398
           MOVE "TABLE ONLY  ITEM: " TO MATCH-LABEL-Z-00563
        END-IF
        MOVE MATCH-OUT-QTY-Z-00561 TO RECON-QTY-ED1-Z-00403
        MOVE SPACES TO ORW-0001-Z-00514
        MOVE 2 TO ORW-PHASE-Z-00515
        MOVE MATCH-OUT-SEQ-Z-00560 TO ORW-SEQ-Z-00516
        STRING MATCH-LABEL-Z-00563 DELIMITED BY SIZE
               MATCH-PREV-ID-Z-00552 DELIMITED BY SIZE
               "  QTY: " DELIMITED BY SIZE
               RECON-QTY-ED1-Z-00403 DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               MATCH-OUT-STATUS-Z-00562 DELIMITED BY SIZE
           INTO ORW-TEXT-Z-00517
        WRITE ORW-0001-Z-00514
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0012-0012 SECTION .

        IF MATCH-DBCMP-Z-00546
           ADD 1 TO CMP-B-ONLY-COUNT-Z-00411
           MOVE "DB2 ONLY    ITEM: " TO MATCH-LABEL-Z-00563
        ELSE
           ADD 1 TO FEED-ONLY-COUNT-Z-00397
           MOVE "FEED ONLY   ITEM: " TO MATCH-LABEL-Z-00563
        END-IF
        MOVE MCH-ITEM-QTY-Z-00511 TO RECON-QTY-ED1-Z-00403
        MOVE SPACES TO ORW-0001-Z-00514
        MOVE 1 TO ORW-PHASE-Z-00515
        MOVE MCH-SEQ-Z-00510 TO ORW-SEQ-Z-00516
        STRING MATCH-LABEL-Z-00563 DELIMITED BY SIZE
               MCH-ITEM-ID-Z-00508 DELIMITED BY SIZE
               "  QTY: " DELIMITED BY SIZE
               RECON-QTY-ED1-Z-00403 DELIMITED BY SIZE
               "  STATUS: " DELIMITED BY SIZE
               MCH-ITEM-STATUS-Z-00512 DELIMITED BY SIZE
           INTO ORW-TEXT-Z-00517
        WRITE ORW-0001-Z-00514
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0012-0013 SECTION .

        MOVE MATCH-TABLE-QTY-Z-00558 TO RECON-QTY-ED1-Z-00403
        MOVE MCH-ITEM-QTY-Z-00511 TO RECON-QTY-ED2-Z-00404
        MOVE SPACES TO ORW-0001-Z-00514
        MOVE 1 TO ORW-PHASE-Z-00515
        MOVE MCH-SEQ-Z-00510 TO ORW-SEQ-Z-00516
        IF MATCH-DBCMP-Z-00546
           ADD 1 TO CMP-DIFF-COUNT-Z-00412
           STRING "MISMATCH    ITEM: " DELIMITED BY SIZE
                  MCH-ITEM-ID-Z-00508 DELIMITED BY SIZE
                  "  DB QTY: " DELIMITED BY SIZE
                  RECON-QTY-ED1-Z-00403 DELIMITED BY SIZE
                  " ST: " DELIMITED BY SIZE
                  MATCH-TABLE-STATUS-Z-00559 DELIMITED BY SIZE
                  "  DB2 QTY: " DELIMITED BY SIZE
                  RECON-QTY-ED2-Z-00404 DELIMITED BY SIZE
                  " ST: " DELIMITED BY SIZE
                  MCH-ITEM-STATUS-Z-00512 DELIMITED BY SIZE
              INTO ORW-TEXT-Z-00517
        ELSE
           ADD 1 TO RECON-DIFF-COUNT-Z-00399
           STRING "MISMATCH    ITEM: " DELIMITED BY SIZE
                  MCH-ITEM-ID-Z-00508 DELIMITED BY SIZE
                  "  TABLE QTY: " DELIMITED BY SIZE
                  RECON-QTY-ED1-Z-00403 DELIMITED BY SIZE
                  " ST: " DELIMITED BY SIZE
                  MATCH-TABLE-STATUS-Z-00559 DELIMITED BY SIZE
                  "  FEED QTY: " DELIMITED BY SIZE
                  RECON-QTY-ED2-Z-00404 DELIMITED BY SIZE
                  " ST: " DELIMITED BY SIZE
                  MCH-ITEM-STATUS-Z-00512 DELIMITED BY SIZE
              INTO ORW-TEXT-Z-00517
        END-IF
        WRITE ORW-0001-Z-00514
        IF NOT ORW-OPEN-OK-Z-00564
           MOVE ORW-FILE-STATUS-Z-00504 TO WORK-ABORT-STAT-Z-00570
           PERFORM PARA-0010-0015
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0012-0014 SECTION .

        RETURN ORD-FILE
           AT END
              SET ORD-EOF-Z-00569 TO TRUE
              GO TO EXITPARA
        END-RETURN
        IF MATCH-DBCMP-Z-00546
           MOVE ORD-TEXT-Z-00524 TO CMP-0001-Z-00409
           WRITE CMP-0001-Z-00409
        ELSE
           MOVE ORD-TEXT-Z-00524 TO RCN-0001-Z-00380
           WRITE RCN-0001-Z-00380
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0013-0001 SECTION .

        PERFORM PARA-0002-0001
           MOVE "DBCMP FAIL NODB2" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0016-0001
        IF SEAL-REFUSED-Z-00486
           MOVE "DBCMP FAIL SEAL" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO CMP-A-ONLY-COUNT-Z-00410
        MOVE ZERO TO CMP-B-ONLY-COUNT-Z-00411
        MOVE ZERO TO CMP-DIFF-COUNT-Z-00412
        OPEN OUTPUT CMP-FILE
        IF NOT CMP-OPEN-OK-Z-00408
           CALL "REMARK" USING  BY CONTENT
           MOVE "DBCMP FAIL OPEN" TO AUDIT-EVENT-Z-00088
           MOVE CMP-FILE-STATUS-Z-00407 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        ACCEPT CURRENT-DATE-Z-00016 FROM  DATE YYYYMMDD
               CURRENT-TIME-Z-00017 DELIMITED BY SIZE
           INTO CMP-0001-Z-00409
        WRITE CMP-0001-Z-00409
        MOVE "D" TO MATCH-MODE-Z-00544
        SORT MCH-FILE
           ON ASCENDING KEY MCH-ITEM-ID-Z-00508
                            MCH-SIDE-Z-00509
                            MCH-SEQ-Z-00510
           INPUT PROCEDURE PARA-0012-0002
           OUTPUT PROCEDURE PARA-0012-0006
        SORT ORD-FILE
           ON ASCENDING KEY ORD-PHASE-Z-00522
                            ORD-SEQ-Z-00523
           USING ORW-FILE
           OUTPUT PROCEDURE PARA-0012-0007
        IF CMP-A-ONLY-COUNT-Z-00410 = ZERO
        AND CMP-B-ONLY-COUNT-Z-00411 = ZERO
        AND CMP-DIFF-COUNT-Z-00412 = ZERO
           MOVE "PASS" TO CMP-RESULT-Z-00416
        ELSE
           MOVE "FAIL" TO CMP-RESULT-Z-00416
        OR XIN-ITEM-QTY-Z-00126 NOT NUMERIC
           GO TO EXITPARA
        END-IF
        ADD 1 TO MATCH-SEQ-Z-00547
        MOVE SPACES TO MCH-0001-Z-00507
        MOVE XIN-ITEM-ID-Z-00125 TO MCH-ITEM-ID-Z-00508
        MOVE 2 TO MCH-SIDE-Z-00509
        MOVE MATCH-SEQ-Z-00547 TO MCH-SEQ-Z-00510
        MOVE XIN-ITEM-QTY-Z-00126 TO MCH-ITEM-QTY-Z-00511
        MOVE XIN-ITEM-STATUS-Z-00127 TO MCH-ITEM-STATUS-Z-00512
        RELEASE MCH-0001-Z-00507 .

       EXITPARA.
       EXIT.

       PARA-0013-0003 SECTION .

        MOVE DATABASE-Z-00037 TO CMP-SAVE-DB-Z-00417
        MOVE DATABASE2-Z-00406 TO DATABASE-Z-00037
        PERFORM PARA-0002-0008
        PERFORM PARA-0013-0002
           UNTIL XIN-EOF-Z-00139
        IF XIN-OPEN-Z-00141
           CALL "CLOSR" USING  BY REFERENCE XIN-FILE, BY REFERENCE
              XIN-Z-00128
           MOVE "N" TO XIN-OPEN-SWITCH-Z-00140
        END-IF
        MOVE CMP-SAVE-DB-Z-00417 TO DATABASE-Z-00037 .

       EXITPARA.
       EXIT.
           MOVE "IXBLD FAIL DB" TO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO IXBLD-COUNT-Z-00418
           MOVE "IXBLD FAIL OPEN" TO AUDIT-EVENT-Z-00088
           MOVE XKY-FILE-STATUS-Z-00360 TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0002-0008
       EXITPARA.
       EXIT.


       PARA-0015-0001 SECTION .

        OPEN INPUT MST-FILE
        IF MST-OPEN-OK-Z-00436
           MOVE "Y" TO MST-OPEN-SWITCH-Z-00437
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO MST-FAIL-SWITCH-Z-00439
        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTOUT item master unavailable."
            & X"00"
        MOVE "W" TO ALERT-SEV-Z-00220
        MOVE SPACES TO ALERT-TEXT-Z-00221
        STRING "ITEM MASTER UNAVAILABLE STATUS " DELIMITED BY SIZE
               MST-FILE-STATUS-Z-00422 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00221
        PERFORM PARA-0001-0009 .

       EXITPARA.
       EXIT.

       PARA-0015-0002 SECTION .

        MOVE SPACES TO MST-LOOKUP-DESC-Z-00442
        MOVE SPACES TO MST-LOOKUP-UOM-Z-00443
        IF MST-FAILED-Z-00440
           GO TO EXITPARA
        END-IF
        IF NOT MST-OPEN-Z-00438
           PERFORM PARA-0015-0001
           IF MST-FAILED-Z-00440
              GO TO EXITPARA
           END-IF
        END-IF
        MOVE MST-LOOKUP-ID-Z-00441 TO MST-ITEM-ID-Z-00423
        READ MST-FILE
           INVALID KEY
              MOVE "NOT ON ITEM MASTER" TO MST-LOOKUP-DESC-Z-00442
           NOT INVALID KEY
              MOVE MST-DESC-Z-00429 TO MST-LOOKUP-DESC-Z-00442
              MOVE MST-UOM-Z-00430 TO MST-LOOKUP-UOM-Z-00443
        END-READ .

       EXITPARA.
       EXIT.

       PARA-0016-0001 SECTION .

        MOVE "N" TO SEAL-REFUSED-SWITCH-Z-00485
        IF DATABASE-Z-00037 NOT = SPACES
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0016-0004
        IF SEAL-NONE-Z-00483
           MOVE "W" TO ALERT-SEV-Z-00220
           MOVE SPACES TO ALERT-TEXT-Z-00221
           STRING "NO CONTROL SEAL FOR TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00022 DELIMITED BY SPACE
              INTO ALERT-TEXT-Z-00221
           PERFORM PARA-0001-0009
           MOVE SPACES TO AUDIT-EVENT-Z-00088
           STRING "SEAL NONE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00022 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO SEAL-COUNT-Z-00487
        MOVE ZERO TO SEAL-QTY-Z-00488
        MOVE ZERO TO SEAL-HASH-Z-00489
        IF SEAL-FOUND-Z-00482
           PERFORM PARA-0002-0008
           PERFORM PARA-0016-0002
              UNTIL XIN-EOF-Z-00139
           IF XIN-OPEN-Z-00141
              CALL "CLOSR" USING  BY REFERENCE XIN-FILE, BY REFERENCE
                 XIN-Z-00128
              MOVE "N" TO XIN-OPEN-SWITCH-Z-00140
           END-IF
           MOVE "N" TO XIN-EOF-SWITCH-Z-00138
           IF SEAL-EXPECT-COUNT-Z-00497 = SEAL-COUNT-Z-00487
           AND SEAL-EXPECT-QTY-Z-00498 = SEAL-QTY-Z-00488
           AND SEAL-EXPECT-HASH-Z-00499 = SEAL-HASH-Z-00489
              GO TO EXITPARA
           END-IF
        END-IF
        PERFORM PARA-0016-0005
        IF FORCE-REQUESTED-Z-00286
           MOVE SPACES TO AUDIT-EVENT-Z-00088
           STRING "SEAL FORCED " DELIMITED BY SIZE
                  TABLE-NAME-Z-00022 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00088
           MOVE SPACES TO AUDIT-STAT-Z-00089
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTOUT table fails control seal, run refused."
            & X"00"
        MOVE "Y" TO SEAL-REFUSED-SWITCH-Z-00485
        MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00571 .

       EXITPARA.
       EXIT.

       PARA-0016-0002 SECTION .

        READ XIN-FILE
           AT END
              SET XIN-EOF-Z-00139 TO TRUE
              GO TO EXITPARA
        END-READ
        ADD 1 TO SEAL-COUNT-Z-00487
        IF XIN-ITEM-QTY-Z-00126 IS NUMERIC
           ADD XIN-ITEM-QTY-Z-00126 TO SEAL-QTY-Z-00488
        END-IF
        MOVE XIN-0001-Z-00124 (1:26) TO SEAL-KEY-Z-00492
        PERFORM PARA-0016-0003
           VARYING SEAL-POS-Z-00493 FROM 1 BY 1
           UNTIL SEAL-POS-Z-00493 > 26 .

       EXITPARA.
       EXIT.

       PARA-0016-0003 SECTION .

        MOVE SEAL-KEY-Z-00492 (SEAL-POS-Z-00493:1)
           TO SEAL-BYTE-CHAR-Z-00495
        COMPUTE SEAL-HASH-WORK-Z-00490 =
           SEAL-HASH-Z-00489 * 257 + SEAL-BYTE-NUM-Z-00496
        DIVIDE SEAL-HASH-WORK-Z-00490 BY 999999999989
           GIVING SEAL-HASH-QUOT-Z-00491
           REMAINDER SEAL-HASH-Z-00489 .

       EXITPARA.
       EXIT.

       PARA-0016-0004 SECTION .

        MOVE SPACES TO SEAL-STATE-Z-00481
        MOVE ZERO TO SEAL-EXPECT-COUNT-Z-00497
        MOVE ZERO TO SEAL-EXPECT-QTY-Z-00498
        MOVE ZERO TO SEAL-EXPECT-HASH-Z-00499
        MOVE SPACES TO SEAL-EXPECT-BY-Z-00500
        MOVE SPACES TO SEAL-EXPECT-DATE-Z-00501
        MOVE SPACES TO TCR-FILE-NAME-Z-00468
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00022 DELIMITED BY SPACE
               ".tcr" DELIMITED BY SIZE
           INTO TCR-FILE-NAME-Z-00468
        OPEN INPUT TCR-FILE
        IF TCR-NOT-FOUND-Z-00480
           SET SEAL-NONE-Z-00483 TO TRUE
           GO TO EXITPARA
        END-IF
        IF NOT TCR-OPEN-OK-Z-00479
           SET SEAL-UNREADABLE-Z-00484 TO TRUE
           GO TO EXITPARA
        END-IF
        SET SEAL-UNREADABLE-Z-00484 TO TRUE
        READ TCR-FILE
           AT END
              CLOSE TCR-FILE
              GO TO EXITPARA
        END-READ
        IF TCR-TABLE-Z-00471 = TABLE-NAME-Z-00022
        AND TCR-COUNT-Z-00472 IS NUMERIC
        AND TCR-QTY-Z-00473 IS NUMERIC
        AND TCR-HASH-Z-00474 IS NUMERIC
           SET SEAL-FOUND-Z-00482 TO TRUE
           MOVE TCR-COUNT-Z-00472 TO SEAL-EXPECT-COUNT-Z-00497
           MOVE TCR-QTY-Z-00473 TO SEAL-EXPECT-QTY-Z-00498
           MOVE TCR-HASH-Z-00474 TO SEAL-EXPECT-HASH-Z-00499
           MOVE TCR-BY-Z-00475 TO SEAL-EXPECT-BY-Z-00500
           MOVE TCR-DATE-Z-00477 TO SEAL-EXPECT-DATE-Z-00501
        END-IF
        CLOSE TCR-FILE .

       EXITPARA.
       EXIT.

       PARA-0016-0005 SECTION .

        MOVE "F" TO ALERT-SEV-Z-00220
        MOVE SPACES TO ALERT-TEXT-Z-00221
        IF SEAL-FOUND-Z-00482
           MOVE SEAL-COUNT-Z-00487 TO ED-SEAL-COUNT-Z-00502
           MOVE SEAL-EXPECT-COUNT-Z-00497 TO ED-SEAL-EXPECT-Z-00503
           STRING "SEAL MISMATCH TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00022 DELIMITED BY SPACE
                  " RECS " DELIMITED BY SIZE
                  ED-SEAL-COUNT-Z-00502 DELIMITED BY SIZE
                  " SEALED " DELIMITED BY SIZE
                  ED-SEAL-EXPECT-Z-00503 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  SEAL-EXPECT-BY-Z-00500 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEAL-EXPECT-DATE-Z-00501 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00221
        ELSE
           STRING "SEAL UNREADABLE TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00022 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  TCR-FILE-STATUS-Z-00469 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00221
        END-IF
        PERFORM PARA-0001-0009
        MOVE SPACES TO AUDIT-EVENT-Z-00088
        STRING "SEAL FAIL " DELIMITED BY SIZE
               TABLE-NAME-Z-00022 DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00088
        MOVE TCR-FILE-STATUS-Z-00469 TO AUDIT-STAT-Z-00089
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.
