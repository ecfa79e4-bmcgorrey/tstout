           ACCESS RANDOM
           RECORD KEY IDX-ITEM-ID-Z-00099
           FILE STATUS IDX-FILE-STATUS-Z-00096.
        SELECT MST-FILE ASSIGN TO "DBPATH/TSTMST.itx"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY MST-ITEM-ID-Z-00106
           FILE STATUS MST-FILE-STATUS-Z-00105.
        SELECT PND-FILE ASSIGN TO "DBPATH/TSTMNT.pnd"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PND-KEY-Z-00124
           FILE STATUS PND-FILE-STATUS-Z-00123.
        SELECT ALERT-FILE ASSIGN TO "DBPATH/TSTOUT.alt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS ALERT-FILE-STATUS-Z-00149.
        SELECT PRD-FILE ASSIGN TO "DBPATH/TSTPRD.ctl"
           ORGANIZATION INDEXED
           ACCESS RANDOM
           RECORD KEY PRD-PERIOD-Z-00205
           FILE STATUS PRD-FILE-STATUS-Z-00192.
        SELECT TCR-FILE ASSIGN TO TCR-FILE-NAME-Z-00212
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS TCR-FILE-STATUS-Z-00213.
        SELECT WKX-FILE ASSIGN TO WKX-FILE-NAME-Z-00254
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WKX-SEQ-Z-00262
           ALTERNATE RECORD KEY WKX-ITEM-ID-Z-00263 WITH DUPLICATES
           FILE STATUS WKX-FILE-STATUS-Z-00255.
        SELECT JNL-FILE ASSIGN TO JNL-FILE-NAME-Z-00267
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JNL-SEQ-Z-00284
           ALTERNATE RECORD KEY JNL-PND-KEY-Z-00288 WITH DUPLICATES
           FILE STATUS JNL-FILE-STATUS-Z-00268.

       DATA DIVISION.

          02 IDX-ITEM-STATUS-Z-00101 PIC X(1).
          02 FILLER PIC X(74).

       FD  MST-FILE.
       01 MST-0001-Z-00107.
          02 MST-ITEM-ID-Z-00106 PIC X(15).
          02 MST-DESC-Z-00108 PIC X(30).
          02 MST-UOM-Z-00109 PIC X(4).
          02 MST-CATEGORY-Z-00110 PIC X(8).
          02 MST-OWNER-Z-00111 PIC X(10).
          02 MST-ACTIVE-Z-00112 PIC X(1).
             88 MST-RETIRED-ITEM-Z-00113 VALUE "R".
          02 MST-UPD-DATE-Z-00114 PIC X(8).
          02 MST-UPD-BY-Z-00115 PIC X(3).
          02 FILLER PIC X(21).

       FD  PND-FILE.
       01 PND-0001-Z-00125.
          02 PND-KEY-Z-00124.
             03 PND-TABLE-Z-00126 PIC X(7).
             03 PND-REQ-DATE-Z-00127 PIC X(8).
             03 PND-REQ-TIME-Z-00128 PIC X(6).
             03 PND-SEQ-Z-00129 PIC 9(4).
          02 PND-ITEM-ID-Z-00130 PIC X(15).
          02 PND-ACTION-Z-00131 PIC X(3).
          02 PND-BEFORE-QTY-Z-00132 PIC S9(8)V99.
          02 PND-BEFORE-STATUS-Z-00133 PIC X(1).
          02 PND-AFTER-QTY-Z-00134 PIC S9(8)V99.
          02 PND-AFTER-STATUS-Z-00135 PIC X(1).
          02 PND-REQ-BY-Z-00136 PIC X(3).
          02 PND-SOURCE-Z-00137 PIC X(16).
          02 PND-TRN-DATE-Z-00138 PIC X(8).
          02 PND-STATE-Z-00139 PIC X(1).
             88 PND-PENDING-Z-00140 VALUE "P".
             88 PND-APPROVED-Z-00141 VALUE "A".
             88 PND-REJECTED-Z-00142 VALUE "R".
          02 PND-DEC-BY-Z-00143 PIC X(3).
          02 PND-DEC-DATE-Z-00144 PIC X(8).
          02 PND-DEC-TIME-Z-00145 PIC X(6).
          02 FILLER PIC X(10).

       FD  ALERT-FILE.
       01 ALERT-0001-Z-00146 PIC X(120).

       FD  PRD-FILE.
       01 PRD-0001-Z-00204.
          02 PRD-PERIOD-Z-00205 PIC X(6).
          02 PRD-STATE-Z-00206 PIC X(1).
             88 PRD-CLOSED-Z-00207 VALUE "C".
          02 PRD-CLOSE-DATE-Z-00208 PIC X(8).
          02 PRD-CLOSE-TIME-Z-00209 PIC X(6).
          02 PRD-CLOSE-BY-Z-00210 PIC X(3).
          02 FILLER PIC X(471).

       FD  TCR-FILE.
       01 TCR-0001-Z-00214.
          02 TCR-TABLE-Z-00215 PIC X(7).
          02 FILLER PIC X(1).
          02 TCR-COUNT-Z-00216 PIC 9(8).
          02 FILLER PIC X(1).
          02 TCR-QTY-Z-00217 PIC S9(12)V99 SIGN LEADING SEPARATE.
          02 FILLER PIC X(1).
          02 TCR-HASH-Z-00218 PIC 9(12).
          02 FILLER PIC X(1).
          02 TCR-BY-Z-00219 PIC X(3).
          02 FILLER PIC X(1).
          02 TCR-PROGRAM-Z-00220 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-DATE-Z-00221 PIC X(8).
          02 FILLER PIC X(1).
          02 TCR-TIME-Z-00222 PIC X(6).
          02 FILLER PIC X(6).

       FD  WKX-FILE.
       01 WKX-0001-Z-00261.
          02 WKX-SEQ-Z-00262 PIC 9(9).
          02 WKX-ITEM-ID-Z-00263 PIC X(15).
          02 WKX-ITEM-QTY-Z-00264 PIC S9(8)V99.
          02 WKX-ITEM-STATUS-Z-00265 PIC X(1).
          02 FILLER PIC X(5).

       FD  JNL-FILE.
       01 JNL-0001-Z-00283.
          02 JNL-SEQ-Z-00284 PIC 9(9).
          02 JNL-TYPE-Z-00285 PIC X(1).
             88 JNL-IMAGE-Z-00286 VALUE "I".
             88 JNL-APPROVAL-Z-00287 VALUE "P".
          02 JNL-PND-KEY-Z-00288 PIC X(25).
          02 JNL-DATA-Z-00289 PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(50) VALUE
           "(C) DIGITAL SYSTEMS GROUP, INC. 1991-2017 IPL ".
          88 TBL-EOF-Z-00028 VALUE "Y".
       01 TBL-LOADED-SWITCH-Z-00029 PIC X(1) VALUE "N".
          88 TBL-LOADED-Z-00030 VALUE "Y".
       01 ITEM-COUNT-Z-00031 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 ENTRY-SEQ-Z-00250 PIC 9(9) VALUE ZERO.
       01 ENTRY-ID-Z-00251 PIC X(15) VALUE SPACES.
       01 ENTRY-QTY-Z-00252 PIC S9(8)V99 VALUE ZERO.
       01 ENTRY-STATUS-Z-00253 PIC X(1) VALUE SPACES.
       01 ENTRY-FOUND-SWITCH-Z-00042 PIC X(1) VALUE "N".
          88 ENTRY-FOUND-Z-00043 VALUE "Y".
       01 LOOKUP-ID-Z-00044 PIC X(15) VALUE SPACES.
       01 IDX-FILE-NAME-Z-00095 PIC X(40) VALUE SPACES.
       01 IDX-FILE-STATUS-Z-00096 PIC X(2) VALUE SPACES.
          88 IDX-OPEN-OK-Z-00097 VALUE "00".
       01 DELETE-STATUS-Z-00104 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 MST-FILE-STATUS-Z-00105 PIC X(2) VALUE SPACES.
          88 MST-OPEN-OK-Z-00116 VALUE "00".
       01 MST-CHECK-SWITCH-Z-00117 PIC X(1) VALUE "N".
          88 MST-CHECK-OK-Z-00118 VALUE "Y".
       01 IMG-HEADER-SWITCH-Z-00119 PIC X(1) VALUE "N".
          88 IMG-HEADER-DONE-Z-00120 VALUE "Y".
       01 ED-NEW-QTY-Z-00121 PIC Z(9)9.99-.
       01 NEW-STATUS-Z-00122 PIC X(1) VALUE SPACES.
       01 PND-FILE-STATUS-Z-00123 PIC X(2) VALUE SPACES.
          88 PND-OPEN-OK-Z-00147 VALUE "00".
          88 PND-NOT-FOUND-Z-00148 VALUE "35".
          88 PND-DUP-KEY-Z-00278 VALUE "22".
       01 ALERT-FILE-STATUS-Z-00149 PIC X(2) VALUE SPACES.
          88 ALERT-OPEN-OK-Z-00150 VALUE "00".
       01 ALERT-SEV-Z-00151 PIC X(1) VALUE SPACES.
       01 ALERT-TEXT-Z-00152 PIC X(80) VALUE SPACES.
       01 APPROVE-QTY-Z-00153 PIC S9(8)V99 VALUE 1000.
       01 APPROVE-PCT-Z-00154 PIC S9(4) USAGE COMP-5 VALUE 50.
       01 PENDING-DAYS-Z-00155 PIC S9(4) USAGE COMP-5 VALUE 3.
       01 ROWS-TEXT-Z-00156 PIC X(8) JUSTIFIED RIGHT VALUE SPACES.
       01 ROWS-NUM-Z-00157 PIC 9(8) VALUE ZERO.
       01 ROWS-POINTER-Z-00158 PIC S9(4) USAGE COMP-5 VALUE 1.
       01 QTY-DELTA-Z-00159 PIC S9(8)V99 VALUE ZERO.
       01 PCT-WORK-Z-00160 PIC S9(10)V99 VALUE ZERO.
       01 APPROVAL-SWITCH-Z-00161 PIC X(1) VALUE "N".
          88 APPROVAL-NEEDED-Z-00162 VALUE "Y".
       01 PND-SEQ-NEXT-Z-00163 PIC 9(4) VALUE ZERO.
       01 PND-WRITTEN-SWITCH-Z-00164 PIC X(1) VALUE "N".
          88 PND-WRITTEN-Z-00165 VALUE "Y".
       01 PARKED-COUNT-Z-00166 PIC S9(8) VALUE ZERO.
       01 PARKED-AUD-Z-00167 PIC 9(5) VALUE ZERO.
       01 PND-EOF-SWITCH-Z-00168 PIC X(1) VALUE "N".
          88 PND-EOF-Z-00169 VALUE "Y".
       01 PND-SOURCE-WORK-Z-00170 PIC X(16) VALUE SPACES.
       01 PND-TRN-DATE-WORK-Z-00171 PIC X(8) VALUE SPACES.
       01 WORK-DATE-Z-00172.
          02 WORK-YEAR-Z-00173 PIC 9(4).
          02 WORK-MONTH-Z-00174 PIC 9(2).
          02 WORK-DAY-Z-00175 PIC 9(2).
       01 MONTH-DAYS-Z-00176 PIC 9(2) VALUE ZERO.
       01 LEAP-QUOT-Z-00177 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-REM-Z-00178 PIC S9(8) USAGE COMP VALUE ZERO.
       01 LEAP-SWITCH-Z-00179 PIC X(1) VALUE "N".
          88 LEAP-YEAR-Z-00180 VALUE "Y".
       01 AGE-CUTOFF-Z-00181 PIC X(8) VALUE SPACES.
       01 OLD-PND-COUNT-Z-00182 PIC S9(8) VALUE ZERO.
       01 OLDEST-PND-DATE-Z-00183 PIC X(8) VALUE SPACES.
       01 ED-DAYS-Z-00184 PIC ZZZ9.
       01 ED-PND-BEFORE-Z-00185 PIC Z(9)9.99-.
       01 ED-PND-AFTER-Z-00186 PIC Z(9)9.99-.
       01 PND-SHOWN-COUNT-Z-00187 PIC S9(8) VALUE ZERO.
       01 PND-STALE-SWITCH-Z-00188 PIC X(1) VALUE "N".
          88 PND-STALE-Z-00189 VALUE "Y".
       01 OLD-PND-AUD-Z-00190 PIC 9(5) VALUE ZERO.
       01 ROWS-SOURCE-Z-00191 PIC X(8) VALUE SPACES.
       01 PRD-FILE-STATUS-Z-00192 PIC X(2) VALUE SPACES.
          88 PRD-OPEN-OK-Z-00193 VALUE "00".
          88 PRD-NOT-FOUND-Z-00194 VALUE "35".
       01 PRD-ACCESS-Z-00195 PIC X(1) VALUE SPACES.
          88 PRD-ACCESS-OPEN-Z-00196 VALUE "O".
          88 PRD-ACCESS-NONE-Z-00197 VALUE "N".
          88 PRD-ACCESS-FAILED-Z-00198 VALUE "F".
       01 CHECK-DATE-Z-00199 PIC X(8) VALUE SPACES.
       01 PERIOD-CLOSED-SWITCH-Z-00200 PIC X(1) VALUE "N".
          88 PERIOD-CLOSED-Z-00201 VALUE "Y".
       01 CHANGE-DATE-Z-00202 PIC X(8) VALUE SPACES.
       01 DATED-WORK-Z-00203 PIC X(8) VALUE SPACES.
       01 PC-VERB-Z-00211 PIC X(3) VALUE SPACES.
       01 FORCE-SWITCH-Z-00223 PIC X(1) VALUE "N".
          88 FORCE-REQUESTED-Z-00224 VALUE "Y".
       01 TCR-FILE-NAME-Z-00212 PIC X(40) VALUE SPACES.
       01 TCR-FILE-STATUS-Z-00213 PIC X(2) VALUE SPACES.
          88 TCR-OPEN-OK-Z-00225 VALUE "00".
          88 TCR-NOT-FOUND-Z-00226 VALUE "35".
       01 SEAL-STATE-Z-00227 PIC X(1) VALUE SPACES.
          88 SEAL-FOUND-Z-00228 VALUE "F".
          88 SEAL-NONE-Z-00229 VALUE "N".
          88 SEAL-UNREADABLE-Z-00230 VALUE "X".
       01 SEAL-REFUSED-SWITCH-Z-00231 PIC X(1) VALUE "N".
          88 SEAL-REFUSED-Z-00232 VALUE "Y".
       01 SEAL-COUNT-Z-00233 PIC 9(8) VALUE ZERO.
       01 SEAL-QTY-Z-00234 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-HASH-Z-00235 PIC 9(12) VALUE ZERO.
       01 SEAL-HASH-WORK-Z-00236 PIC 9(15) VALUE ZERO.
       01 SEAL-HASH-QUOT-Z-00237 PIC 9(15) VALUE ZERO.
       01 SEAL-KEY-Z-00238 PIC X(26) VALUE SPACES.
       01 SEAL-POS-Z-00239 PIC S9(4) USAGE COMP-5 VALUE ZERO.
       01 SEAL-BYTE-AREA-Z-00240.
          02 FILLER PIC X(1) VALUE LOW-VALUE.
          02 SEAL-BYTE-CHAR-Z-00241 PIC X(1) VALUE LOW-VALUE.
       01 SEAL-BYTE-NUM-Z-00242 REDEFINES SEAL-BYTE-AREA-Z-00240
           PIC 9(4) USAGE COMP.
       01 SEAL-EXPECT-COUNT-Z-00243 PIC 9(8) VALUE ZERO.
       01 SEAL-EXPECT-QTY-Z-00244 PIC S9(12)V99 VALUE ZERO.
       01 SEAL-EXPECT-HASH-Z-00245 PIC 9(12) VALUE ZERO.
       01 SEAL-EXPECT-BY-Z-00246 PIC X(3) VALUE SPACES.
       01 SEAL-EXPECT-DATE-Z-00247 PIC X(8) VALUE SPACES.
       01 ED-SEAL-COUNT-Z-00248 PIC Z(7)9.
       01 ED-SEAL-EXPECT-Z-00249 PIC Z(7)9.
       01 WKX-FILE-NAME-Z-00254 PIC X(40) VALUE SPACES.
       01 WKX-FILE-STATUS-Z-00255 PIC X(2) VALUE SPACES.
          88 WKX-OPEN-OK-Z-00256 VALUE "00".
          88 WKX-READ-OK-Z-00266 VALUE "00" "02".
       01 WKX-OPEN-SWITCH-Z-00257 PIC X(1) VALUE "N".
          88 WKX-OPEN-Z-00258 VALUE "Y".
       01 WKX-EOF-SWITCH-Z-00259 PIC X(1) VALUE "N".
          88 WKX-EOF-Z-00260 VALUE "Y".
       01 JNL-FILE-NAME-Z-00267 PIC X(40) VALUE SPACES.
       01 JNL-FILE-STATUS-Z-00268 PIC X(2) VALUE SPACES.
          88 JNL-OPEN-OK-Z-00269 VALUE "00".
          88 JNL-READ-OK-Z-00270 VALUE "00" "02".
       01 JNL-OPEN-SWITCH-Z-00291 PIC X(1) VALUE "N".
          88 JNL-OPEN-Z-00292 VALUE "Y".
       01 JNL-EOF-SWITCH-Z-00271 PIC X(1) VALUE "N".
          88 JNL-EOF-Z-00272 VALUE "Y".
       01 JNL-COUNT-Z-00273 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 JNL-APV-COUNT-Z-00293 PIC S9(9) USAGE COMP-5 VALUE ZERO.
       01 JNL-SOURCE-Z-00294 PIC X(16) VALUE SPACES.
       01 IMG-FLUSH-SWITCH-Z-00279 PIC X(1) VALUE "N".
          88 IMG-FLUSH-OPEN-Z-00280 VALUE "Y".
       01 PND-FLUSH-SWITCH-Z-00281 PIC X(1) VALUE "N".
          88 PND-FLUSH-OPEN-Z-00282 VALUE "Y".
       01 PND-BUFFERED-SWITCH-Z-00295 PIC X(1) VALUE "N".
          88 PND-BUFFERED-Z-00296 VALUE "Y".
       01 PND-WRITE-FAIL-SWITCH-Z-00276 PIC X(1) VALUE "N".
          88 PND-WRITE-FAILED-Z-00277 VALUE "Y".
       01 RUN-REFUSED-SWITCH-Z-00274 PIC X(1) VALUE "N".
          88 RUN-REFUSED-Z-00275 VALUE "Y".
       01 WORK-ABORT-STAT-Z-00290 PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE "START" TO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           PERFORM PARA-0011-0001
           IF SEAL-REFUSED-Z-00232
              MOVE SPACES TO AUDIT-STAT-Z-00025
              PERFORM PARA-0001-0009
           END-IF
           PERFORM PARA-0009-0007
           PERFORM PARA-0008-0001
           IF RUN-REFUSED-Z-00275
              PERFORM PARA-0001-0009
           END-IF
           IF APPLIED-COUNT-Z-00087 > ZERO
              PERFORM PARA-0007-0001
           ELSE
              PERFORM PARA-0007-0006
           END-IF
           MOVE APPLIED-COUNT-Z-00087 TO APPLIED-AUD-Z-00089
           MOVE REJECTED-COUNT-Z-00088 TO REJECTED-AUD-Z-00090
              INTO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           IF PARKED-COUNT-Z-00166 > ZERO
              MOVE PARKED-COUNT-Z-00166 TO PARKED-AUD-Z-00167
              MOVE SPACES TO AUDIT-EVENT-Z-00024
              STRING "TRN PARKED=" DELIMITED BY SIZE
                     PARKED-AUD-Z-00167 DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     OPERATOR-ID-Z-00026 DELIMITED BY SIZE
                 INTO AUDIT-EVENT-Z-00024
              MOVE SPACES TO AUDIT-STAT-Z-00025
              PERFORM PARA-0001-0006
           END-IF
           PERFORM PARA-0010-0002
           MOVE "FINISH" TO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        IF CHANGE-DATE-Z-00202 = SPACES
           MOVE CURRENT-DATE-Z-00021 TO CHANGE-DATE-Z-00202
        END-IF
        IF CHANGE-DATE-Z-00202 IS NOT NUMERIC
        OR CHANGE-DATE-Z-00202 > CURRENT-DATE-Z-00021
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT DATE= must be yyyymmdd, not future."
               & X"00"
           MOVE "CANCEL" TO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           GO TO PARA-0001-0002-END
        END-IF
        MOVE CHANGE-DATE-Z-00202 TO DATED-WORK-Z-00203
        PERFORM PARA-0002-0001
        MOVE "START" TO AUDIT-EVENT-Z-00024
        MOVE SPACES TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006
        PERFORM PARA-0011-0001
        IF SEAL-REFUSED-Z-00232
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0009
        END-IF
        PERFORM PARA-0009-0007
        PERFORM PARA-0003-0001
        IF CHANGE-COUNT-Z-00060 > ZERO
           PERFORM PARA-0007-0001
        END-IF
        PERFORM PARA-0010-0002
        MOVE "FINISH" TO AUDIT-EVENT-Z-00024
        MOVE SPACES TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       PARA-0001-0002-END.
        PERFORM PARA-0002-0005
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMNT(tstmnt)."
            & X"00"
        STOP RUN.
              END-IF
           WHEN SWITCH-TOKEN-Z-00019 (1:3) = "OP="
              MOVE SWITCH-TOKEN-Z-00019 (4:3) TO OPERATOR-ID-Z-00026
           WHEN SWITCH-TOKEN-Z-00019 = "/FORCE"
              MOVE "Y" TO FORCE-SWITCH-Z-00223
           WHEN SWITCH-TOKEN-Z-00019 (1:5) = "DATE="
              MOVE SWITCH-TOKEN-Z-00019 (6:8) TO CHANGE-DATE-Z-00202
           WHEN SWITCH-TOKEN-Z-00019 (1:6) = "APQTY="
              MOVE SWITCH-TOKEN-Z-00019 (7:8) TO ROWS-SOURCE-Z-00191
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00156 IS NUMERIC
                 MOVE ROWS-NUM-Z-00157 TO APPROVE-QTY-Z-00153
              END-IF
           WHEN SWITCH-TOKEN-Z-00019 (1:6) = "APPCT="
              MOVE SWITCH-TOKEN-Z-00019 (7:8) TO ROWS-SOURCE-Z-00191
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00156 IS NUMERIC
                 MOVE ROWS-NUM-Z-00157 TO APPROVE-PCT-Z-00154
              END-IF
           WHEN SWITCH-TOKEN-Z-00019 (1:7) = "PNDAYS="
              MOVE SWITCH-TOKEN-Z-00019 (8:8) TO ROWS-SOURCE-Z-00191
              PERFORM PARA-0001-0008
              IF ROWS-TEXT-Z-00156 IS NUMERIC
                 MOVE ROWS-NUM-Z-00157 TO PENDING-DAYS-Z-00155
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE .
       EXITPARA.
       EXIT.

       PARA-0001-0008 SECTION .

        MOVE SPACES TO ROWS-TEXT-Z-00156
        MOVE 1 TO ROWS-POINTER-Z-00158
        UNSTRING ROWS-SOURCE-Z-00191 DELIMITED BY SPACE
           INTO ROWS-TEXT-Z-00156
           WITH POINTER ROWS-POINTER-Z-00158
        END-UNSTRING
        INSPECT ROWS-TEXT-Z-00156
           REPLACING LEADING SPACE BY ZERO
        IF ROWS-TEXT-Z-00156 IS NUMERIC
           MOVE ROWS-TEXT-Z-00156 TO ROWS-NUM-Z-00157
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0001-0006 SECTION .

        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
       EXITPARA.
       EXIT.

       PARA-0001-0009 SECTION .

        MOVE "ABORT" TO AUDIT-EVENT-Z-00024
        PERFORM PARA-0001-0006
        PERFORM PARA-0002-0005
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMNT(tstmnt)."
            & X"00"
        MOVE 35 TO PBLK-Z-00067 (2)
        MOVE 2 TO PBLK-Z-00067 (3)
        MOVE 2 TO PBLK-Z-00067 (1)
        CALL "ABORT" USING PBLK-Z-00066,
           " ABORT - Run refused. (tstmnt 3)",
           AUDIT-STAT-Z-00025 .

       EXITPARA.
       EXIT.

       PARA-0002-0001 SECTION .

        MOVE SPACES TO TBL-FILE-NAME-Z-00003
               ".tbl" DELIMITED BY SIZE
           INTO TBL-FILE-NAME-Z-00003
        MOVE ZERO TO ITEM-COUNT-Z-00031
        PERFORM PARA-0002-0003
        PERFORM PARA-0011-0006
        OPEN INPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00012
           DISPLAY "TABLE " TABLE-NAME-Z-00023
              SET TBL-EOF-Z-00028 TO TRUE
              GO TO EXITPARA
        END-READ
        PERFORM PARA-0011-0002
        MOVE TBL-ITEM-ID-Z-00008 TO ENTRY-ID-Z-00251
        MOVE TBL-ITEM-QTY-Z-00009 TO ENTRY-QTY-Z-00252
        MOVE TBL-ITEM-STATUS-Z-00010 TO ENTRY-STATUS-Z-00253
        PERFORM PARA-0002-0004 .

       EXITPARA.
       EXIT.

       PARA-0002-0003 SECTION .

        MOVE SPACES TO WKX-FILE-NAME-Z-00254
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SPACE
               CURRENT-TIME-Z-00022 DELIMITED BY SIZE
               ".wkx" DELIMITED BY SIZE
           INTO WKX-FILE-NAME-Z-00254
        MOVE SPACES TO JNL-FILE-NAME-Z-00267
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SPACE
               CURRENT-TIME-Z-00022 DELIMITED BY SIZE
               ".wkj" DELIMITED BY SIZE
           INTO JNL-FILE-NAME-Z-00267
        OPEN OUTPUT WKX-FILE
        IF WKX-OPEN-OK-Z-00256
           CLOSE WKX-FILE
           OPEN I-O WKX-FILE
        END-IF
        IF NOT WKX-OPEN-OK-Z-00256
           PERFORM PARA-0005-0014
        END-IF
        MOVE "Y" TO WKX-OPEN-SWITCH-Z-00257
        PERFORM PARA-0002-0006 .

       EXITPARA.
       EXIT.

       PARA-0002-0004 SECTION .

        ADD 1 TO ITEM-COUNT-Z-00031
        MOVE ITEM-COUNT-Z-00031 TO ENTRY-SEQ-Z-00250
        MOVE SPACES TO WKX-0001-Z-00261
        MOVE ENTRY-SEQ-Z-00250 TO WKX-SEQ-Z-00262
        MOVE ENTRY-ID-Z-00251 TO WKX-ITEM-ID-Z-00263
        MOVE ENTRY-QTY-Z-00252 TO WKX-ITEM-QTY-Z-00264
        MOVE ENTRY-STATUS-Z-00253 TO WKX-ITEM-STATUS-Z-00265
        WRITE WKX-0001-Z-00261
           INVALID KEY
              PERFORM PARA-0005-0014
        END-WRITE .

       EXITPARA.
       EXIT.

       PARA-0002-0005 SECTION .

        IF WKX-OPEN-Z-00258
           CLOSE WKX-FILE
           MOVE "N" TO WKX-OPEN-SWITCH-Z-00257
           CALL "CBL_DELETE_FILE" USING WKX-FILE-NAME-Z-00254
              RETURNING DELETE-STATUS-Z-00104
        END-IF
        IF JNL-OPEN-Z-00292
           CLOSE JNL-FILE
           MOVE "N" TO JNL-OPEN-SWITCH-Z-00291
           CALL "CBL_DELETE_FILE" USING JNL-FILE-NAME-Z-00267
              RETURNING DELETE-STATUS-Z-00104
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0002-0006 SECTION .

        IF JNL-OPEN-Z-00292
           CLOSE JNL-FILE
           MOVE "N" TO JNL-OPEN-SWITCH-Z-00291
        END-IF
        MOVE ZERO TO JNL-COUNT-Z-00273
        MOVE ZERO TO JNL-APV-COUNT-Z-00293
        OPEN OUTPUT JNL-FILE
        IF JNL-OPEN-OK-Z-00269
           CLOSE JNL-FILE
           OPEN I-O JNL-FILE
        END-IF
        IF NOT JNL-OPEN-OK-Z-00269
           MOVE JNL-FILE-STATUS-Z-00268 TO WORK-ABORT-STAT-Z-00290
           PERFORM PARA-0005-0014
        END-IF
        MOVE "Y" TO JNL-OPEN-SWITCH-Z-00291 .

       EXITPARA.
       EXIT.
        DISPLAY " "
        DISPLAY "TSTMNT OPERATOR PANEL  TABLE: " TABLE-NAME-Z-00023
           "  RECORDS: " ED-COUNT-Z-00064
           "  DATED: " CHANGE-DATE-Z-00202
        DISPLAY "A=ADD C=CHANGE D=DELETE H=HOLD R=RELEASE"
           " P=APPROVALS Q=QUIT:"
        MOVE SPACES TO PANEL-INPUT-Z-00045
        ACCEPT PANEL-INPUT-Z-00045
        MOVE PANEL-INPUT-Z-00045 (1:1) TO PANEL-ACTION-Z-00046
        IF PANEL-ACTION-Z-00046 = "A" OR "C" OR "D" OR "H" OR "R"
           MOVE CHANGE-DATE-Z-00202 TO CHECK-DATE-Z-00199
           PERFORM PARA-0010-0001
           IF PERIOD-CLOSED-Z-00201
              MOVE PANEL-ACTION-Z-00046 TO PC-VERB-Z-00211
              PERFORM PARA-0010-0003
              GO TO EXITPARA
           END-IF
        END-IF
        EVALUATE PANEL-ACTION-Z-00046
           WHEN "A"
              PERFORM PARA-0004-0001
              PERFORM PARA-0004-0004
           WHEN "R"
              PERFORM PARA-0004-0005
           WHEN "P"
              PERFORM PARA-0009-0003
           WHEN "Q"
              CONTINUE
           WHEN OTHER
           DISPLAY "ITEM ALREADY ON TABLE, USE CHANGE"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0010
        IF NOT MST-CHECK-OK-Z-00118
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0005
        IF PANEL-ANSWER-Z-00047 NOT = "Y"
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO OLD-QTY-Z-00092
        MOVE SPACES TO OLD-STATUS-Z-00093
        MOVE WORK-ID-Z-00048 TO ENTRY-ID-Z-00251
        MOVE WORK-QTY-Z-00049 TO ENTRY-QTY-Z-00252
        MOVE WORK-STATUS-Z-00050 TO ENTRY-STATUS-Z-00253
        PERFORM PARA-0002-0004
        ADD 1 TO CHANGE-COUNT-Z-00060
        PERFORM PARA-0005-0008
        PERFORM PARA-0005-0011 .

       EXITPARA.
       EXIT.
           DISPLAY "ITEM NOT ON TABLE"
           GO TO EXITPARA
        END-IF
        MOVE ENTRY-QTY-Z-00252 TO WORK-QTY-Z-00049
        MOVE ENTRY-STATUS-Z-00253 TO WORK-STATUS-Z-00050
        PERFORM PARA-0005-0005
        IF NOT QTY-VALID-Z-00052
           GO TO EXITPARA
        IF PANEL-ANSWER-Z-00047 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0012
        PERFORM PARA-0009-0001
        IF APPROVAL-NEEDED-Z-00162
           MOVE "PANEL" TO PND-SOURCE-WORK-Z-00170
           MOVE CHANGE-DATE-Z-00202 TO PND-TRN-DATE-WORK-Z-00171
           PERFORM PARA-0009-0002
           IF PND-WRITTEN-Z-00165
              DISPLAY "CHANGE PARKED FOR APPROVAL BY A SECOND OPERATOR"
           END-IF
           GO TO EXITPARA
        END-IF
        MOVE WORK-QTY-Z-00049 TO ENTRY-QTY-Z-00252
        MOVE WORK-STATUS-Z-00050 TO ENTRY-STATUS-Z-00253
        PERFORM PARA-0005-0002
        ADD 1 TO CHANGE-COUNT-Z-00060
        PERFORM PARA-0005-0008
        PERFORM PARA-0005-0011 .

       EXITPARA.
       EXIT.
           DISPLAY "ITEM NOT ON TABLE"
           GO TO EXITPARA
        END-IF
        MOVE ENTRY-QTY-Z-00252 TO WORK-QTY-Z-00049
        MOVE ENTRY-STATUS-Z-00253 TO WORK-STATUS-Z-00050
        MOVE "DEL" TO ACTION-VERB-Z-00065
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00047 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0012
        MOVE "PANEL" TO PND-SOURCE-WORK-Z-00170
        MOVE CHANGE-DATE-Z-00202 TO PND-TRN-DATE-WORK-Z-00171
        PERFORM PARA-0009-0002
        IF PND-WRITTEN-Z-00165
           DISPLAY "DELETE PARKED FOR APPROVAL BY A SECOND OPERATOR"
        END-IF .

       EXITPARA.
       EXIT.
           DISPLAY "ITEM NOT ON TABLE"
           GO TO EXITPARA
        END-IF
        MOVE ENTRY-QTY-Z-00252 TO WORK-QTY-Z-00049
        MOVE "H" TO WORK-STATUS-Z-00050
        MOVE "HLD" TO ACTION-VERB-Z-00065
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00047 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0012
        MOVE "H" TO ENTRY-STATUS-Z-00253
        PERFORM PARA-0005-0002
        ADD 1 TO CHANGE-COUNT-Z-00060
        PERFORM PARA-0005-0008
        PERFORM PARA-0005-0011 .

       EXITPARA.
       EXIT.
           DISPLAY "ITEM NOT ON TABLE"
           GO TO EXITPARA
        END-IF
        MOVE ENTRY-QTY-Z-00252 TO WORK-QTY-Z-00049
        MOVE "A" TO WORK-STATUS-Z-00050
        MOVE "RLS" TO ACTION-VERB-Z-00065
        PERFORM PARA-0005-0007
        IF PANEL-ANSWER-Z-00047 NOT = "Y"
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0005-0012
        MOVE "A" TO ENTRY-STATUS-Z-00253
        PERFORM PARA-0005-0002
        ADD 1 TO CHANGE-COUNT-Z-00060
        PERFORM PARA-0005-0008
        PERFORM PARA-0005-0011 .

       EXITPARA.
       EXIT.

       PARA-0005-0001 SECTION .

        MOVE "N" TO ENTRY-FOUND-SWITCH-Z-00042
        MOVE LOOKUP-ID-Z-00044 TO WKX-ITEM-ID-Z-00263
        READ WKX-FILE
           KEY IS WKX-ITEM-ID-Z-00263
           INVALID KEY
              GO TO EXITPARA
        END-READ
        IF NOT WKX-READ-OK-Z-00266
           PERFORM PARA-0005-0014
        END-IF
        MOVE WKX-SEQ-Z-00262 TO ENTRY-SEQ-Z-00250
        MOVE WKX-ITEM-ID-Z-00263 TO ENTRY-ID-Z-00251
        MOVE WKX-ITEM-QTY-Z-00264 TO ENTRY-QTY-Z-00252
        MOVE WKX-ITEM-STATUS-Z-00265 TO ENTRY-STATUS-Z-00253
        MOVE "Y" TO ENTRY-FOUND-SWITCH-Z-00042 .

       EXITPARA.
       EXIT.

       PARA-0005-0002 SECTION .

        MOVE SPACES TO WKX-0001-Z-00261
        MOVE ENTRY-SEQ-Z-00250 TO WKX-SEQ-Z-00262
        MOVE ENTRY-ID-Z-00251 TO WKX-ITEM-ID-Z-00263
        MOVE ENTRY-QTY-Z-00252 TO WKX-ITEM-QTY-Z-00264
        MOVE ENTRY-STATUS-Z-00253 TO WKX-ITEM-STATUS-Z-00265
        REWRITE WKX-0001-Z-00261
           INVALID KEY
              PERFORM PARA-0005-0014
        END-REWRITE .

       EXITPARA.
       EXIT.
       EXITPARA.
       EXIT.

       PARA-0005-0010 SECTION .

        MOVE "N" TO MST-CHECK-SWITCH-Z-00117
        OPEN INPUT MST-FILE
        IF NOT MST-OPEN-OK-Z-00116
           DISPLAY "ITEM MASTER UNAVAILABLE, ADD REFUSED"
           MOVE "MNT ADD FAIL NOMST" TO AUDIT-EVENT-Z-00024
           MOVE MST-FILE-STATUS-Z-00105 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE WORK-ID-Z-00048 TO MST-ITEM-ID-Z-00106
        READ MST-FILE
           INVALID KEY
              CLOSE MST-FILE
              DISPLAY "ITEM NOT ON ITEM MASTER, ADD REFUSED"
              GO TO EXITPARA
        END-READ
        CLOSE MST-FILE
        IF MST-RETIRED-ITEM-Z-00113
           DISPLAY "ITEM RETIRED ON ITEM MASTER, ADD REFUSED"
           GO TO EXITPARA
        END-IF
        DISPLAY "ITEM:     " MST-DESC-Z-00108 "  UOM: " MST-UOM-Z-00109
        MOVE "Y" TO MST-CHECK-SWITCH-Z-00117 .

       EXITPARA.
       EXIT.

       PARA-0005-0011 SECTION .

        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        IF NOT IMG-HEADER-DONE-Z-00120
           MOVE SPACES TO IMG-0001-Z-00072
           STRING "TSTMNT.img  PANEL  TABLE: " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
                  "  TRN: PANEL  RUN: " DELIMITED BY SIZE
                  CURRENT-DATE-Z-00021 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00022 DELIMITED BY SIZE
                  "  OP: " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00026 DELIMITED BY SIZE
              INTO IMG-0001-Z-00072
           PERFORM PARA-0005-0015
           MOVE "Y" TO IMG-HEADER-SWITCH-Z-00119
        END-IF
        MOVE OLD-QTY-Z-00092 TO ED-OLD-QTY-Z-00094
        IF ACTION-VERB-Z-00065 = "DEL"
           MOVE ZERO TO ED-NEW-QTY-Z-00121
           MOVE SPACES TO NEW-STATUS-Z-00122
        ELSE
           MOVE WORK-QTY-Z-00049 TO ED-NEW-QTY-Z-00121
           MOVE WORK-STATUS-Z-00050 TO NEW-STATUS-Z-00122
        END-IF
        MOVE SPACES TO IMG-0001-Z-00072
        STRING "ITEM: " DELIMITED BY SIZE
               WORK-ID-Z-00048 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ACTION-VERB-Z-00065 DELIMITED BY SIZE
               "  BEFORE QTY: " DELIMITED BY SIZE
               ED-OLD-QTY-Z-00094 DELIMITED BY SIZE
               " ST: " DELIMITED BY SIZE
               OLD-STATUS-Z-00093 DELIMITED BY SIZE
               "  AFTER QTY: " DELIMITED BY SIZE
               ED-NEW-QTY-Z-00121 DELIMITED BY SIZE
               " ST: " DELIMITED BY SIZE
               NEW-STATUS-Z-00122 DELIMITED BY SIZE
               "  DATED: " DELIMITED BY SIZE
               DATED-WORK-Z-00203 DELIMITED BY SIZE
           INTO IMG-0001-Z-00072
        PERFORM PARA-0005-0015 .

       EXITPARA.
       EXIT.

       PARA-0005-0012 SECTION .

        MOVE ENTRY-QTY-Z-00252 TO OLD-QTY-Z-00092
        MOVE ENTRY-STATUS-Z-00253 TO OLD-STATUS-Z-00093 .

       EXITPARA.
       EXIT.

       PARA-0005-0013 SECTION .

        MOVE ENTRY-SEQ-Z-00250 TO WKX-SEQ-Z-00262
        DELETE WKX-FILE RECORD
           INVALID KEY
              PERFORM PARA-0005-0014
        END-DELETE .

       EXITPARA.
       EXIT.

       PARA-0005-0014 SECTION .

        IF WORK-ABORT-STAT-Z-00290 = SPACES
           MOVE WKX-FILE-STATUS-Z-00255 TO WORK-ABORT-STAT-Z-00290
        END-IF
        MOVE "WORKFAIL" TO AUDIT-EVENT-Z-00024
        MOVE WORK-ABORT-STAT-Z-00290 TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006
        PERFORM PARA-0007-0007
        PERFORM PARA-0002-0005
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMNT(tstmnt)."
            & X"00"
        MOVE 35 TO PBLK-Z-00067 (2)
        MOVE 2 TO PBLK-Z-00067 (3)
        MOVE 2 TO PBLK-Z-00067 (1)
        CALL "ABORT" USING PBLK-Z-00066,
           " ABORT - Accessing work file. (tstmnt 2)",
           WORK-ABORT-STAT-Z-00290 .

       EXITPARA.
       EXIT.

       PARA-0005-0015 SECTION .

        MOVE SPACES TO JNL-0001-Z-00283
        SET JNL-IMAGE-Z-00286 TO TRUE
        MOVE IMG-0001-Z-00072 TO JNL-DATA-Z-00289
        PERFORM PARA-0005-0017 .

       EXITPARA.
       EXIT.

       PARA-0005-0016 SECTION .

        MOVE SPACES TO JNL-0001-Z-00283
        SET JNL-APPROVAL-Z-00287 TO TRUE
        MOVE PND-KEY-Z-00124 TO JNL-PND-KEY-Z-00288
        MOVE PND-0001-Z-00125 TO JNL-DATA-Z-00289
        ADD 1 TO JNL-APV-COUNT-Z-00293
        PERFORM PARA-0005-0017 .

       EXITPARA.
       EXIT.

       PARA-0005-0017 SECTION .

        ADD 1 TO JNL-COUNT-Z-00273
        MOVE JNL-COUNT-Z-00273 TO JNL-SEQ-Z-00284
        WRITE JNL-0001-Z-00283
        IF NOT JNL-READ-OK-Z-00270
           MOVE JNL-FILE-STATUS-Z-00268 TO WORK-ABORT-STAT-Z-00290
           PERFORM PARA-0005-0014
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0007-0001 SECTION .

        OPEN OUTPUT TBL-FILE
        IF NOT TBL-OPEN-OK-Z-00012
           PERFORM PARA-0007-0008
        END-IF
        MOVE ZERO TO SAVE-COUNT-Z-00061
        PERFORM PARA-0011-0006
        PERFORM PARA-0007-0005
        PERFORM PARA-0007-0002
           UNTIL WKX-EOF-Z-00260
        CLOSE TBL-FILE
        PERFORM PARA-0011-0007
        PERFORM PARA-0007-0003
        MOVE SAVE-COUNT-Z-00061 TO SAVE-COUNT-AUD-Z-00062
        MOVE SPACES TO AUDIT-EVENT-Z-00024
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00024
        MOVE SPACES TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006
        PERFORM PARA-0007-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0002 SECTION .

        READ WKX-FILE NEXT RECORD
           AT END
              SET WKX-EOF-Z-00260 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO TBL-0001-Z-00007
        MOVE WKX-ITEM-ID-Z-00263 TO TBL-ITEM-ID-Z-00008
        MOVE WKX-ITEM-QTY-Z-00264 TO TBL-ITEM-QTY-Z-00009
        MOVE WKX-ITEM-STATUS-Z-00265 TO TBL-ITEM-STATUS-Z-00010
        WRITE TBL-0001-Z-00007
        IF NOT TBL-OPEN-OK-Z-00012
           PERFORM PARA-0007-0008
        END-IF
        PERFORM PARA-0011-0002
        ADD 1 TO SAVE-COUNT-Z-00061 .

       EXITPARA.
           END-IF
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0007-0005
        PERFORM PARA-0007-0004
           UNTIL WKX-EOF-Z-00260
        CLOSE IDX-FILE .

       EXITPARA.

       PARA-0007-0004 SECTION .

        READ WKX-FILE NEXT RECORD
           AT END
              SET WKX-EOF-Z-00260 TO TRUE
              GO TO EXITPARA
        END-READ
        MOVE SPACES TO IDX-0001-Z-00098
        MOVE WKX-ITEM-ID-Z-00263 TO IDX-ITEM-ID-Z-00099
        MOVE WKX-ITEM-QTY-Z-00264 TO IDX-ITEM-QTY-Z-00100
        MOVE WKX-ITEM-STATUS-Z-00265 TO IDX-ITEM-STATUS-Z-00101
        WRITE IDX-0001-Z-00098
           INVALID KEY
              REWRITE IDX-0001-Z-00098
       EXITPARA.
       EXIT.

       PARA-0007-0005 SECTION .

        MOVE "N" TO WKX-EOF-SWITCH-Z-00259
        MOVE ZERO TO WKX-SEQ-Z-00262
        START WKX-FILE
           KEY IS NOT LESS THAN WKX-SEQ-Z-00262
           INVALID KEY
              SET WKX-EOF-Z-00260 TO TRUE
        END-START .

       EXITPARA.
       EXIT.

       PARA-0007-0006 SECTION .

        IF JNL-COUNT-Z-00273 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE "N" TO IMG-FLUSH-SWITCH-Z-00279
        MOVE "N" TO PND-FLUSH-SWITCH-Z-00281
        OPEN EXTEND IMG-FILE
        IF NOT IMG-OPEN-OK-Z-00080
           OPEN OUTPUT IMG-FILE
        END-IF
        IF IMG-OPEN-OK-Z-00080
           MOVE "Y" TO IMG-FLUSH-SWITCH-Z-00279
        ELSE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot open change image file."
               & X"00"
           MOVE "MNT IMG FAIL" TO AUDIT-EVENT-Z-00024
           MOVE IMG-FILE-STATUS-Z-00071 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
        END-IF
        IF JNL-APV-COUNT-Z-00293 > ZERO
           OPEN I-O PND-FILE
           IF PND-OPEN-OK-Z-00147
              MOVE "Y" TO PND-FLUSH-SWITCH-Z-00281
           ELSE
              CALL "REMARK" USING  BY CONTENT
                 "Invalid: TSTMNT cannot open pending approval file."
                  & X"00"
              DISPLAY "APPROVAL FILE UPDATE FAILED"
              MOVE "MNT APV FAIL" TO AUDIT-EVENT-Z-00024
              MOVE PND-FILE-STATUS-Z-00123 TO AUDIT-STAT-Z-00025
              PERFORM PARA-0001-0006
           END-IF
        END-IF
        MOVE "N" TO JNL-EOF-SWITCH-Z-00271
        MOVE ZERO TO JNL-SEQ-Z-00284
        START JNL-FILE
           KEY IS NOT LESS THAN JNL-SEQ-Z-00284
           INVALID KEY
              SET JNL-EOF-Z-00272 TO TRUE
        END-START
        PERFORM PARA-0007-0010
           UNTIL JNL-EOF-Z-00272
        IF IMG-FLUSH-OPEN-Z-00280
           CLOSE IMG-FILE
        END-IF
        IF PND-FLUSH-OPEN-Z-00282
           CLOSE PND-FILE
        END-IF
        PERFORM PARA-0002-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0007 SECTION .

        IF JNL-COUNT-Z-00273 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO JNL-COUNT-Z-00273
        OPEN EXTEND IMG-FILE
        IF NOT IMG-OPEN-OK-Z-00080
           OPEN OUTPUT IMG-FILE
        END-IF
        IF NOT IMG-OPEN-OK-Z-00080
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot open change image file."
               & X"00"
           GO TO EXITPARA
        END-IF
        IF BATCH-REQUESTED-Z-00084
           MOVE TRN-NAME-Z-00082 TO JNL-SOURCE-Z-00294
        ELSE
           MOVE "PANEL" TO JNL-SOURCE-Z-00294
        END-IF
        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        MOVE SPACES TO IMG-0001-Z-00072
        STRING "TSTMNT.img  FAIL   TABLE: " DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               "  TRN: " DELIMITED BY SIZE
               JNL-SOURCE-Z-00294 DELIMITED BY SPACE
               "  RUN: " DELIMITED BY SIZE
               CURRENT-DATE-Z-00021 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00022 DELIMITED BY SIZE
               "  OP: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
               "  CHANGES NOT SAVED" DELIMITED BY SIZE
           INTO IMG-0001-Z-00072
        WRITE IMG-0001-Z-00072
        CLOSE IMG-FILE .

       EXITPARA.
       EXIT.

       PARA-0007-0008 SECTION .

        MOVE "SAVEFAIL" TO AUDIT-EVENT-Z-00024
        MOVE TBL-FILE-STATUS-Z-00004 TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006
        PERFORM PARA-0007-0007
        PERFORM PARA-0002-0005
        CALL "REMARK" USING  BY CONTENT "Finish: TSTMNT(tstmnt)."
            & X"00"
        MOVE 35 TO PBLK-Z-00067 (2)
        MOVE 2 TO PBLK-Z-00067 (3)
        MOVE 2 TO PBLK-Z-00067 (1)
        CALL "ABORT" USING PBLK-Z-00066,
           " ABORT - Accessing item table. (tstmnt 1)",
           TBL-FILE-STATUS-Z-00004 .

       EXITPARA.
       EXIT.

       PARA-0007-0009 SECTION .

        MOVE JNL-DATA-Z-00289 TO PND-0001-Z-00125
        REWRITE PND-0001-Z-00125
           INVALID KEY
              DISPLAY "APPROVAL FILE UPDATE FAILED"
        END-REWRITE
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        STRING "MNT APV " DELIMITED BY SIZE
               PND-ACTION-Z-00131 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PND-ITEM-ID-Z-00130 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               PND-DEC-BY-Z-00143 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00024
        MOVE PND-FILE-STATUS-Z-00123 TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0007-0010 SECTION .

        READ JNL-FILE NEXT RECORD
           AT END
              SET JNL-EOF-Z-00272 TO TRUE
              GO TO EXITPARA
        END-READ
        IF NOT JNL-READ-OK-Z-00270
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT change image buffer unreadable."
               & X"00"
           MOVE "MNT IMG FAIL" TO AUDIT-EVENT-Z-00024
           MOVE JNL-FILE-STATUS-Z-00268 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           SET JNL-EOF-Z-00272 TO TRUE
           GO TO EXITPARA
        END-IF
        IF JNL-IMAGE-Z-00286
           IF IMG-FLUSH-OPEN-Z-00280
              MOVE JNL-DATA-Z-00289 TO IMG-0001-Z-00072
              WRITE IMG-0001-Z-00072
           END-IF
           GO TO EXITPARA
        END-IF
        IF PND-FLUSH-OPEN-Z-00282
           PERFORM PARA-0007-0009
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0008-0001 SECTION .

        MOVE ZERO TO APPLIED-COUNT-Z-00087
        MOVE ZERO TO REJECTED-COUNT-Z-00088
        IF NOT TBL-LOADED-Z-00030
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT apply refused, table not found."
               & X"00"
           MOVE "TRN FAIL NOTBL" TO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00274
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO TRN-FILE-NAME-Z-00068
        STRING "DBPATH/" DELIMITED BY SIZE
               TRN-NAME-Z-00082 DELIMITED BY SPACE
           INTO TRN-FILE-NAME-Z-00068
        OPEN INPUT TRN-FILE
        IF NOT TRN-OPEN-OK-Z-00079
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot open transaction file."
               & X"00"
           MOVE "TRN FAIL OPEN" TO AUDIT-EVENT-Z-00024
           MOVE TRN-FILE-STATUS-Z-00069 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00274
           GO TO EXITPARA
        END-IF
        OPEN EXTEND IMG-FILE
        IF NOT IMG-OPEN-OK-Z-00080
           OPEN OUTPUT IMG-FILE
        END-IF
        IF NOT IMG-OPEN-OK-Z-00080
           CLOSE TRN-FILE
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot open change image file."
               & X"00"
           MOVE "TRN FAIL OPEN" TO AUDIT-EVENT-Z-00024
           MOVE IMG-FILE-STATUS-Z-00071 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00274
           GO TO EXITPARA
        END-IF
        OPEN EXTEND REJ-FILE
        IF NOT REJ-OPEN-OK-Z-00081
           OPEN OUTPUT REJ-FILE
        END-IF
           MOVE "TRN FAIL OPEN" TO AUDIT-EVENT-Z-00024
           MOVE REJ-FILE-STATUS-Z-00073 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           MOVE "Y" TO RUN-REFUSED-SWITCH-Z-00274
           GO TO EXITPARA
        END-IF
        CLOSE IMG-FILE
        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        MOVE SPACES TO IMG-0001-Z-00072
               CURRENT-DATE-Z-00021 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CURRENT-TIME-Z-00022 DELIMITED BY SIZE
               "  OP: " DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
           INTO IMG-0001-Z-00072
        PERFORM PARA-0005-0015
        MOVE "N" TO TRN-EOF-SWITCH-Z-00085
        PERFORM PARA-0008-0002
           UNTIL TRN-EOF-Z-00086
        CLOSE TRN-FILE
        CLOSE REJ-FILE
        MOVE APPLIED-COUNT-Z-00087 TO ED-COUNT-Z-00064
        DISPLAY "TRANSACTIONS APPLIED:  " ED-COUNT-Z-00064
        MOVE REJECTED-COUNT-Z-00088 TO ED-COUNT-Z-00064
        DISPLAY "TRANSACTIONS REJECTED: " ED-COUNT-Z-00064
        MOVE PARKED-COUNT-Z-00166 TO ED-COUNT-Z-00064
        DISPLAY "TRANSACTIONS PARKED:   " ED-COUNT-Z-00064 .

       EXITPARA.
       EXIT.
              GO TO EXITPARA
           END-IF
        END-IF
        MOVE TRN-DATE-Z-00075 TO CHECK-DATE-Z-00199
        PERFORM PARA-0010-0001
        IF PERIOD-CLOSED-Z-00201
           MOVE "PC" TO REJECT-REASON-Z-00091
           PERFORM PARA-0008-0003
           GO TO EXITPARA
        END-IF
        MOVE ENTRY-QTY-Z-00252 TO OLD-QTY-Z-00092
        MOVE ENTRY-STATUS-Z-00253 TO OLD-STATUS-Z-00093
        IF TRN-ACTION-Z-00076 = "ADJ"
           PERFORM PARA-0009-0001
           IF APPROVAL-NEEDED-Z-00162
              MOVE TRN-ITEM-ID-Z-00077 TO WORK-ID-Z-00048
              MOVE OLD-STATUS-Z-00093 TO WORK-STATUS-Z-00050
              MOVE "ADJ" TO ACTION-VERB-Z-00065
              MOVE TRN-NAME-Z-00082 TO PND-SOURCE-WORK-Z-00170
              MOVE TRN-DATE-Z-00075 TO PND-TRN-DATE-WORK-Z-00171
              PERFORM PARA-0009-0002
              IF PND-WRITTEN-Z-00165
                 ADD 1 TO PARKED-COUNT-Z-00166
              ELSE
                 MOVE "AP" TO REJECT-REASON-Z-00091
                 PERFORM PARA-0008-0003
              END-IF
              GO TO EXITPARA
           END-IF
        END-IF
        EVALUATE TRN-ACTION-Z-00076
           WHEN "REL"
              MOVE "A" TO ENTRY-STATUS-Z-00253
           WHEN "HLD"
              MOVE "H" TO ENTRY-STATUS-Z-00253
           WHEN "ADJ"
              MOVE WORK-QTY-Z-00049 TO ENTRY-QTY-Z-00252
        END-EVALUATE
        PERFORM PARA-0005-0002
        ADD 1 TO APPLIED-COUNT-Z-00087
        PERFORM PARA-0008-0004 .

       PARA-0008-0004 SECTION .

        MOVE OLD-QTY-Z-00092 TO ED-OLD-QTY-Z-00094
        MOVE ENTRY-QTY-Z-00252 TO ED-QTY-Z-00063
        MOVE SPACES TO IMG-0001-Z-00072
        STRING "ITEM: " DELIMITED BY SIZE
               TRN-ITEM-ID-Z-00077 DELIMITED BY SIZE
               "  AFTER QTY: " DELIMITED BY SIZE
               ED-QTY-Z-00063 DELIMITED BY SIZE
               " ST: " DELIMITED BY SIZE
               ENTRY-STATUS-Z-00253 DELIMITED BY SIZE
               "  DATED: " DELIMITED BY SIZE
               TRN-DATE-Z-00075 DELIMITED BY SIZE
           INTO IMG-0001-Z-00072
        PERFORM PARA-0005-0015 .

       EXITPARA.
       EXIT.

       PARA-0009-0001 SECTION .

        MOVE "N" TO APPROVAL-SWITCH-Z-00161
        SUBTRACT OLD-QTY-Z-00092 FROM WORK-QTY-Z-00049
           GIVING QTY-DELTA-Z-00159
        IF QTY-DELTA-Z-00159 < ZERO
           COMPUTE QTY-DELTA-Z-00159 = ZERO - QTY-DELTA-Z-00159
        END-IF
        IF QTY-DELTA-Z-00159 = ZERO
           GO TO EXITPARA
        END-IF
        IF APPROVE-QTY-Z-00153 > ZERO
        AND QTY-DELTA-Z-00159 > APPROVE-QTY-Z-00153
           MOVE "Y" TO APPROVAL-SWITCH-Z-00161
           GO TO EXITPARA
        END-IF
        IF APPROVE-PCT-Z-00154 = ZERO
           GO TO EXITPARA
        END-IF
        IF OLD-QTY-Z-00092 = ZERO
           MOVE "Y" TO APPROVAL-SWITCH-Z-00161
           GO TO EXITPARA
        END-IF
        COMPUTE PCT-WORK-Z-00160 = QTY-DELTA-Z-00159 * 100
           / OLD-QTY-Z-00092
        IF PCT-WORK-Z-00160 < ZERO
           COMPUTE PCT-WORK-Z-00160 = ZERO - PCT-WORK-Z-00160
        END-IF
        IF PCT-WORK-Z-00160 > APPROVE-PCT-Z-00154
           MOVE "Y" TO APPROVAL-SWITCH-Z-00161
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0009-0002 SECTION .

        MOVE "N" TO PND-WRITTEN-SWITCH-Z-00164
        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        OPEN I-O PND-FILE
        IF PND-NOT-FOUND-Z-00148
           OPEN OUTPUT PND-FILE
           IF PND-OPEN-OK-Z-00147
              CLOSE PND-FILE
              OPEN I-O PND-FILE
           END-IF
        END-IF
        IF NOT PND-OPEN-OK-Z-00147
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot open pending approval file."
               & X"00"
           DISPLAY "APPROVAL FILE UNAVAILABLE, CHANGE NOT MADE"
           MOVE "MNT PND FAIL" TO AUDIT-EVENT-Z-00024
           MOVE PND-FILE-STATUS-Z-00123 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        MOVE SPACES TO PND-0001-Z-00125
        MOVE TABLE-NAME-Z-00023 TO PND-TABLE-Z-00126
        MOVE CURRENT-DATE-Z-00021 TO PND-REQ-DATE-Z-00127
        MOVE CURRENT-TIME-Z-00022 TO PND-REQ-TIME-Z-00128
        MOVE WORK-ID-Z-00048 TO PND-ITEM-ID-Z-00130
        MOVE ACTION-VERB-Z-00065 TO PND-ACTION-Z-00131
        MOVE OLD-QTY-Z-00092 TO PND-BEFORE-QTY-Z-00132
        MOVE OLD-STATUS-Z-00093 TO PND-BEFORE-STATUS-Z-00133
        IF ACTION-VERB-Z-00065 = "DEL"
           MOVE ZERO TO PND-AFTER-QTY-Z-00134
           MOVE SPACES TO PND-AFTER-STATUS-Z-00135
        ELSE
           MOVE WORK-QTY-Z-00049 TO PND-AFTER-QTY-Z-00134
           MOVE WORK-STATUS-Z-00050 TO PND-AFTER-STATUS-Z-00135
        END-IF
        MOVE OPERATOR-ID-Z-00026 TO PND-REQ-BY-Z-00136
        MOVE PND-SOURCE-WORK-Z-00170 TO PND-SOURCE-Z-00137
        MOVE PND-TRN-DATE-WORK-Z-00171 TO PND-TRN-DATE-Z-00138
        SET PND-PENDING-Z-00140 TO TRUE
        MOVE "N" TO PND-WRITE-FAIL-SWITCH-Z-00276
        PERFORM PARA-0009-0005
           UNTIL PND-WRITTEN-Z-00165
           OR PND-WRITE-FAILED-Z-00277
           OR PND-SEQ-NEXT-Z-00163 >= 9999
        MOVE PND-FILE-STATUS-Z-00123 TO AUDIT-STAT-Z-00025
        CLOSE PND-FILE
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        IF PND-WRITTEN-Z-00165
           STRING "MNT PND " DELIMITED BY SIZE
                  ACTION-VERB-Z-00065 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WORK-ID-Z-00048 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00026 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
        ELSE
           DISPLAY "APPROVAL FILE UNAVAILABLE, CHANGE NOT MADE"
           MOVE "MNT PND FAIL" TO AUDIT-EVENT-Z-00024
        END-IF
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0009-0003 SECTION .

        OPEN I-O PND-FILE
        IF NOT PND-OPEN-OK-Z-00147
           DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL"
           GO TO EXITPARA
        END-IF
        MOVE ZERO TO PND-SHOWN-COUNT-Z-00187
        MOVE "N" TO PND-EOF-SWITCH-Z-00168
        MOVE LOW-VALUES TO PND-KEY-Z-00124
        MOVE TABLE-NAME-Z-00023 TO PND-TABLE-Z-00126
        START PND-FILE KEY NOT < PND-KEY-Z-00124
           INVALID KEY
              MOVE "Y" TO PND-EOF-SWITCH-Z-00168
        END-START
        PERFORM PARA-0009-0004
           UNTIL PND-EOF-Z-00169
        CLOSE PND-FILE
        IF PND-SHOWN-COUNT-Z-00187 = ZERO
           DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL"
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0009-0004 SECTION .

        READ PND-FILE NEXT RECORD
           AT END
              SET PND-EOF-Z-00169 TO TRUE
              GO TO EXITPARA
        END-READ
        IF PND-TABLE-Z-00126 NOT = TABLE-NAME-Z-00023
           SET PND-EOF-Z-00169 TO TRUE
           GO TO EXITPARA
        END-IF
        IF NOT PND-PENDING-Z-00140
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0009-0013
        IF PND-BUFFERED-Z-00296
           GO TO EXITPARA
        END-IF
        ADD 1 TO PND-SHOWN-COUNT-Z-00187
        MOVE PND-BEFORE-QTY-Z-00132 TO ED-PND-BEFORE-Z-00185
        MOVE PND-AFTER-QTY-Z-00134 TO ED-PND-AFTER-Z-00186
        DISPLAY " "
        DISPLAY "PENDING APPROVAL  TABLE: " PND-TABLE-Z-00126
           "  REQUESTED: " PND-REQ-DATE-Z-00127 " "
           PND-REQ-TIME-Z-00128 " BY " PND-REQ-BY-Z-00136
        DISPLAY "SOURCE:   " PND-SOURCE-Z-00137
           "  DATED: " PND-TRN-DATE-Z-00138
        DISPLAY "ACTION:   " PND-ACTION-Z-00131
        DISPLAY "ITEM ID:  " PND-ITEM-ID-Z-00130
        DISPLAY "BEFORE:   " ED-PND-BEFORE-Z-00185
           "  STATUS: " PND-BEFORE-STATUS-Z-00133
        DISPLAY "AFTER:    " ED-PND-AFTER-Z-00186
           "  STATUS: " PND-AFTER-STATUS-Z-00135
        IF PND-REQ-BY-Z-00136 = OPERATOR-ID-Z-00026
           DISPLAY "REQUESTED UNDER YOUR INITIALS,"
              " ANOTHER OPERATOR MUST DECIDE"
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PND-STALE-SWITCH-Z-00188
        MOVE PND-ITEM-ID-Z-00130 TO LOOKUP-ID-Z-00044
        PERFORM PARA-0005-0001
        IF NOT ENTRY-FOUND-Z-00043
           MOVE "Y" TO PND-STALE-SWITCH-Z-00188
        ELSE
           IF ENTRY-QTY-Z-00252 NOT = PND-BEFORE-QTY-Z-00132
           OR ENTRY-STATUS-Z-00253 NOT = PND-BEFORE-STATUS-Z-00133
              MOVE "Y" TO PND-STALE-SWITCH-Z-00188
           END-IF
        END-IF
        IF PND-STALE-Z-00189
           DISPLAY "ITEM HAS CHANGED SINCE THE REQUEST,"
              " IT CANNOT BE APPROVED"
           DISPLAY "R=REJECT S=SKIP Q=QUIT:"
        ELSE
           DISPLAY "A=APPROVE R=REJECT S=SKIP Q=QUIT:"
        END-IF
        MOVE SPACES TO PANEL-INPUT-Z-00045
        ACCEPT PANEL-INPUT-Z-00045
        MOVE PANEL-INPUT-Z-00045 (1:1) TO PANEL-ANSWER-Z-00047
        EVALUATE PANEL-ANSWER-Z-00047
           WHEN "A"
              MOVE PND-TRN-DATE-Z-00138 TO CHECK-DATE-Z-00199
              PERFORM PARA-0010-0001
              EVALUATE TRUE
                 WHEN PND-STALE-Z-00189
                    DISPLAY "APPROVAL REFUSED"
                 WHEN PERIOD-CLOSED-Z-00201
                    MOVE "APV" TO PC-VERB-Z-00211
                    PERFORM PARA-0010-0003
                 WHEN OTHER
                    PERFORM PARA-0009-0006
                    SET PND-APPROVED-Z-00141 TO TRUE
                    PERFORM PARA-0009-0012
              END-EVALUATE
           WHEN "R"
              SET PND-REJECTED-Z-00142 TO TRUE
              PERFORM PARA-0009-0012
           WHEN "Q"
              SET PND-EOF-Z-00169 TO TRUE
           WHEN OTHER
              CONTINUE
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0009-0005 SECTION .

        ADD 1 TO PND-SEQ-NEXT-Z-00163
        MOVE PND-SEQ-NEXT-Z-00163 TO PND-SEQ-Z-00129
        WRITE PND-0001-Z-00125
        IF PND-DUP-KEY-Z-00278
           GO TO EXITPARA
        END-IF
        IF NOT PND-OPEN-OK-Z-00147
           MOVE "Y" TO PND-WRITE-FAIL-SWITCH-Z-00276
           GO TO EXITPARA
        END-IF
        MOVE "Y" TO PND-WRITTEN-SWITCH-Z-00164 .

       EXITPARA.
       EXIT.

       PARA-0009-0006 SECTION .

        MOVE PND-ITEM-ID-Z-00130 TO WORK-ID-Z-00048
        MOVE PND-ACTION-Z-00131 TO ACTION-VERB-Z-00065
        MOVE PND-BEFORE-QTY-Z-00132 TO OLD-QTY-Z-00092
        MOVE PND-BEFORE-STATUS-Z-00133 TO OLD-STATUS-Z-00093
        MOVE PND-AFTER-QTY-Z-00134 TO WORK-QTY-Z-00049
        MOVE PND-AFTER-STATUS-Z-00135 TO WORK-STATUS-Z-00050
        IF ACTION-VERB-Z-00065 = "DEL"
           PERFORM PARA-0005-0013
        ELSE
           MOVE WORK-QTY-Z-00049 TO ENTRY-QTY-Z-00252
           MOVE WORK-STATUS-Z-00050 TO ENTRY-STATUS-Z-00253
           PERFORM PARA-0005-0002
        END-IF
        ADD 1 TO CHANGE-COUNT-Z-00060
        IF PND-TRN-DATE-Z-00138 NOT = SPACES
           MOVE PND-TRN-DATE-Z-00138 TO DATED-WORK-Z-00203
        END-IF
        PERFORM PARA-0005-0011
        MOVE CHANGE-DATE-Z-00202 TO DATED-WORK-Z-00203
        DISPLAY "CHANGE APPROVED AND APPLIED" .

       EXITPARA.
       EXIT.

       PARA-0009-0007 SECTION .

        MOVE ZERO TO OLD-PND-COUNT-Z-00182
        MOVE SPACES TO OLDEST-PND-DATE-Z-00183
        MOVE CURRENT-DATE-Z-00021 TO WORK-DATE-Z-00172
        PERFORM PARA-0009-0009 PENDING-DAYS-Z-00155 TIMES
        MOVE WORK-DATE-Z-00172 TO AGE-CUTOFF-Z-00181
        OPEN INPUT PND-FILE
        IF NOT PND-OPEN-OK-Z-00147
           GO TO EXITPARA
        END-IF
        MOVE "N" TO PND-EOF-SWITCH-Z-00168
        MOVE LOW-VALUES TO PND-KEY-Z-00124
        MOVE TABLE-NAME-Z-00023 TO PND-TABLE-Z-00126
        START PND-FILE KEY NOT < PND-KEY-Z-00124
           INVALID KEY
              MOVE "Y" TO PND-EOF-SWITCH-Z-00168
        END-START
        PERFORM PARA-0009-0008
           UNTIL PND-EOF-Z-00169
        CLOSE PND-FILE
        IF OLD-PND-COUNT-Z-00182 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE OLD-PND-COUNT-Z-00182 TO OLD-PND-AUD-Z-00190
        MOVE PENDING-DAYS-Z-00155 TO ED-DAYS-Z-00184
        MOVE "W" TO ALERT-SEV-Z-00151
        MOVE SPACES TO ALERT-TEXT-Z-00152
        STRING OLD-PND-AUD-Z-00190 DELIMITED BY SIZE
               " CHANGES PENDING APPROVAL OVER" DELIMITED BY SIZE
               ED-DAYS-Z-00184 DELIMITED BY SIZE
               " DAYS, TABLE " DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               ", OLDEST " DELIMITED BY SIZE
               OLDEST-PND-DATE-Z-00183 DELIMITED BY SIZE
           INTO ALERT-TEXT-Z-00152
        PERFORM PARA-0009-0011
        DISPLAY ALERT-TEXT-Z-00152
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        STRING "MNT PND AGED=" DELIMITED BY SIZE
               OLD-PND-AUD-Z-00190 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
           INTO AUDIT-EVENT-Z-00024
        MOVE SPACES TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0009-0008 SECTION .

        READ PND-FILE NEXT RECORD
           AT END
              SET PND-EOF-Z-00169 TO TRUE
              GO TO EXITPARA
        END-READ
        IF PND-TABLE-Z-00126 NOT = TABLE-NAME-Z-00023
           SET PND-EOF-Z-00169 TO TRUE
           GO TO EXITPARA
        END-IF
        IF PND-PENDING-Z-00140
        AND PND-REQ-DATE-Z-00127 < AGE-CUTOFF-Z-00181
           ADD 1 TO OLD-PND-COUNT-Z-00182
           IF OLDEST-PND-DATE-Z-00183 = SPACES
           OR PND-REQ-DATE-Z-00127 < OLDEST-PND-DATE-Z-00183
              MOVE PND-REQ-DATE-Z-00127 TO OLDEST-PND-DATE-Z-00183
           END-IF
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0009-0009 SECTION .

        IF WORK-DAY-Z-00175 > 1
           SUBTRACT 1 FROM WORK-DAY-Z-00175
           GO TO EXITPARA
        END-IF
        IF WORK-MONTH-Z-00174 > 1
           SUBTRACT 1 FROM WORK-MONTH-Z-00174
        ELSE
           MOVE 12 TO WORK-MONTH-Z-00174
           SUBTRACT 1 FROM WORK-YEAR-Z-00173
        END-IF
        PERFORM PARA-0009-0010
        MOVE MONTH-DAYS-Z-00176 TO WORK-DAY-Z-00175 .

       EXITPARA.
       EXIT.

       PARA-0009-0010 SECTION .

        MOVE "N" TO LEAP-SWITCH-Z-00179
        DIVIDE WORK-YEAR-Z-00173 BY 4 GIVING LEAP-QUOT-Z-00177
           REMAINDER LEAP-REM-Z-00178
        IF LEAP-REM-Z-00178 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00179
        END-IF
        DIVIDE WORK-YEAR-Z-00173 BY 100 GIVING LEAP-QUOT-Z-00177
           REMAINDER LEAP-REM-Z-00178
        IF LEAP-REM-Z-00178 = ZERO
           MOVE "N" TO LEAP-SWITCH-Z-00179
        END-IF
        DIVIDE WORK-YEAR-Z-00173 BY 400 GIVING LEAP-QUOT-Z-00177
           REMAINDER LEAP-REM-Z-00178
        IF LEAP-REM-Z-00178 = ZERO
           MOVE "Y" TO LEAP-SWITCH-Z-00179
        END-IF
        EVALUATE WORK-MONTH-Z-00174
           WHEN 02
              IF LEAP-YEAR-Z-00180
                 MOVE 29 TO MONTH-DAYS-Z-00176
              ELSE
                 MOVE 28 TO MONTH-DAYS-Z-00176
              END-IF
           WHEN 04 MOVE 30 TO MONTH-DAYS-Z-00176
           WHEN 06 MOVE 30 TO MONTH-DAYS-Z-00176
           WHEN 09 MOVE 30 TO MONTH-DAYS-Z-00176
           WHEN 11 MOVE 30 TO MONTH-DAYS-Z-00176
           WHEN OTHER MOVE 31 TO MONTH-DAYS-Z-00176
        END-EVALUATE .

       EXITPARA.
       EXIT.

       PARA-0009-0011 SECTION .

        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        OPEN EXTEND ALERT-FILE
        IF NOT ALERT-OPEN-OK-Z-00150
           OPEN OUTPUT ALERT-FILE
        END-IF
        IF ALERT-OPEN-OK-Z-00150
           MOVE SPACES TO ALERT-0001-Z-00146
           STRING CURRENT-DATE-Z-00021 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CURRENT-TIME-Z-00022 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM-ID-Z-00014 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-SEV-Z-00151 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALERT-TEXT-Z-00152 DELIMITED BY SIZE
              INTO ALERT-0001-Z-00146
           WRITE ALERT-0001-Z-00146
           CLOSE ALERT-FILE
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0009-0012 SECTION .

        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        MOVE OPERATOR-ID-Z-00026 TO PND-DEC-BY-Z-00143
        MOVE CURRENT-DATE-Z-00021 TO PND-DEC-DATE-Z-00144
        MOVE CURRENT-TIME-Z-00022 TO PND-DEC-TIME-Z-00145
        IF PND-APPROVED-Z-00141
           PERFORM PARA-0005-0016
           GO TO EXITPARA
        END-IF
        REWRITE PND-0001-Z-00125
           INVALID KEY
              DISPLAY "APPROVAL FILE UPDATE FAILED"
        END-REWRITE
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        STRING "MNT RJT " DELIMITED BY SIZE
               PND-ACTION-Z-00131 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PND-ITEM-ID-Z-00130 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00024
        MOVE PND-FILE-STATUS-Z-00123 TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0009-0013 SECTION .

        MOVE "N" TO PND-BUFFERED-SWITCH-Z-00295
        IF JNL-APV-COUNT-Z-00293 = ZERO
           GO TO EXITPARA
        END-IF
        MOVE PND-KEY-Z-00124 TO JNL-PND-KEY-Z-00288
        READ JNL-FILE
           KEY IS JNL-PND-KEY-Z-00288
           INVALID KEY
              GO TO EXITPARA
        END-READ
        IF NOT JNL-READ-OK-Z-00270
           MOVE JNL-FILE-STATUS-Z-00268 TO WORK-ABORT-STAT-Z-00290
           PERFORM PARA-0005-0014
        END-IF
        MOVE "Y" TO PND-BUFFERED-SWITCH-Z-00295 .

       EXITPARA.
       EXIT.

       PARA-0010-0001 SECTION .

        MOVE "N" TO PERIOD-CLOSED-SWITCH-Z-00200
        IF CHECK-DATE-Z-00199 (1:6) IS NOT NUMERIC
           GO TO EXITPARA
        END-IF
        IF PRD-ACCESS-Z-00195 = SPACES
           OPEN INPUT PRD-FILE
           EVALUATE TRUE
              WHEN PRD-OPEN-OK-Z-00193
                 SET PRD-ACCESS-OPEN-Z-00196 TO TRUE
              WHEN PRD-NOT-FOUND-Z-00194
                 SET PRD-ACCESS-NONE-Z-00197 TO TRUE
              WHEN OTHER
                 SET PRD-ACCESS-FAILED-Z-00198 TO TRUE
                 CALL "REMARK" USING  BY CONTENT
                    "Invalid: TSTMNT period control file unavailable."
                     & X"00"
                 MOVE "MNT PRD FAIL" TO AUDIT-EVENT-Z-00024
                 MOVE PRD-FILE-STATUS-Z-00192 TO AUDIT-STAT-Z-00025
                 PERFORM PARA-0001-0006
           END-EVALUATE
        END-IF
        IF PRD-ACCESS-NONE-Z-00197
           GO TO EXITPARA
        END-IF
        IF PRD-ACCESS-FAILED-Z-00198
           MOVE "Y" TO PERIOD-CLOSED-SWITCH-Z-00200
           GO TO EXITPARA
        END-IF
        MOVE CHECK-DATE-Z-00199 (1:6) TO PRD-PERIOD-Z-00205
        READ PRD-FILE
           INVALID KEY
              GO TO EXITPARA
        END-READ
        IF PRD-CLOSED-Z-00207
           MOVE "Y" TO PERIOD-CLOSED-SWITCH-Z-00200
        END-IF .

       EXITPARA.
       EXIT.

       PARA-0010-0002 SECTION .

        IF PRD-ACCESS-OPEN-Z-00196
           CLOSE PRD-FILE
        END-IF
        MOVE SPACES TO PRD-ACCESS-Z-00195 .

       EXITPARA.
       EXIT.

       PARA-0010-0003 SECTION .

        DISPLAY "CHANGES DATED " CHECK-DATE-Z-00199
           " FALL IN A CLOSED PERIOD, REFUSED (PC)"
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        STRING "MNT PC REFUSED " DELIMITED BY SIZE
               PC-VERB-Z-00211 DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CHECK-DATE-Z-00199 DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00024
        MOVE SPACES TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0011-0001 SECTION .

        MOVE "N" TO SEAL-REFUSED-SWITCH-Z-00231
        PERFORM PARA-0011-0004
        IF SEAL-NONE-Z-00229
           IF TBL-LOADED-Z-00030
              MOVE "W" TO ALERT-SEV-Z-00151
              MOVE SPACES TO ALERT-TEXT-Z-00152
              STRING "NO CONTROL SEAL FOR TABLE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00023 DELIMITED BY SPACE
                 INTO ALERT-TEXT-Z-00152
              PERFORM PARA-0009-0011
              MOVE SPACES TO AUDIT-EVENT-Z-00024
              STRING "SEAL NONE " DELIMITED BY SIZE
                     TABLE-NAME-Z-00023 DELIMITED BY SPACE
                 INTO AUDIT-EVENT-Z-00024
              MOVE SPACES TO AUDIT-STAT-Z-00025
              PERFORM PARA-0001-0006
           END-IF
           GO TO EXITPARA
        END-IF
        IF SEAL-FOUND-Z-00228
        AND SEAL-EXPECT-COUNT-Z-00243 = SEAL-COUNT-Z-00233
        AND SEAL-EXPECT-QTY-Z-00244 = SEAL-QTY-Z-00234
        AND SEAL-EXPECT-HASH-Z-00245 = SEAL-HASH-Z-00235
           GO TO EXITPARA
        END-IF
        PERFORM PARA-0011-0005
        IF FORCE-REQUESTED-Z-00224
           DISPLAY "TABLE " TABLE-NAME-Z-00023
              " FAILS CONTROL SEAL, CONTINUING UNDER /FORCE"
           MOVE SPACES TO AUDIT-EVENT-Z-00024
           STRING "SEAL FORCED " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  OPERATOR-ID-Z-00026 DELIMITED BY SIZE
              INTO AUDIT-EVENT-Z-00024
           MOVE SPACES TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        CALL "REMARK" USING  BY CONTENT
           "Invalid: TSTMNT table fails control seal, run refused."
            & X"00"
        DISPLAY "TABLE " TABLE-NAME-Z-00023
           " FAILS CONTROL SEAL, RUN REFUSED"
        MOVE "Y" TO SEAL-REFUSED-SWITCH-Z-00231 .

       EXITPARA.
       EXIT.

       PARA-0011-0002 SECTION .

        ADD 1 TO SEAL-COUNT-Z-00233
        IF TBL-ITEM-QTY-Z-00009 IS NUMERIC
           ADD TBL-ITEM-QTY-Z-00009 TO SEAL-QTY-Z-00234
        END-IF
        MOVE TBL-0001-Z-00007 (1:26) TO SEAL-KEY-Z-00238
        PERFORM PARA-0011-0003
           VARYING SEAL-POS-Z-00239 FROM 1 BY 1
           UNTIL SEAL-POS-Z-00239 > 26 .

       EXITPARA.
       EXIT.

       PARA-0011-0003 SECTION .

        MOVE SEAL-KEY-Z-00238 (SEAL-POS-Z-00239:1)
           TO SEAL-BYTE-CHAR-Z-00241
        COMPUTE SEAL-HASH-WORK-Z-00236 =
           SEAL-HASH-Z-00235 * 257 + SEAL-BYTE-NUM-Z-00242
        DIVIDE SEAL-HASH-WORK-Z-00236 BY 999999999989
           GIVING SEAL-HASH-QUOT-Z-00237
           REMAINDER SEAL-HASH-Z-00235 .

       EXITPARA.
       EXIT.

       PARA-0011-0004 SECTION .

        MOVE SPACES TO SEAL-STATE-Z-00227
        MOVE ZERO TO SEAL-EXPECT-COUNT-Z-00243
        MOVE ZERO TO SEAL-EXPECT-QTY-Z-00244
        MOVE ZERO TO SEAL-EXPECT-HASH-Z-00245
        MOVE SPACES TO SEAL-EXPECT-BY-Z-00246
        MOVE SPACES TO SEAL-EXPECT-DATE-Z-00247
        PERFORM PARA-0011-0008
        OPEN INPUT TCR-FILE
        IF TCR-NOT-FOUND-Z-00226
           SET SEAL-NONE-Z-00229 TO TRUE
           GO TO EXITPARA
        END-IF
        IF NOT TCR-OPEN-OK-Z-00225
           SET SEAL-UNREADABLE-Z-00230 TO TRUE
           GO TO EXITPARA
        END-IF
        SET SEAL-UNREADABLE-Z-00230 TO TRUE
        READ TCR-FILE
           AT END
              CLOSE TCR-FILE
              GO TO EXITPARA
        END-READ
        IF TCR-TABLE-Z-00215 = TABLE-NAME-Z-00023
        AND TCR-COUNT-Z-00216 IS NUMERIC
        AND TCR-QTY-Z-00217 IS NUMERIC
        AND TCR-HASH-Z-00218 IS NUMERIC
           SET SEAL-FOUND-Z-00228 TO TRUE
           MOVE TCR-COUNT-Z-00216 TO SEAL-EXPECT-COUNT-Z-00243
           MOVE TCR-QTY-Z-00217 TO SEAL-EXPECT-QTY-Z-00244
           MOVE TCR-HASH-Z-00218 TO SEAL-EXPECT-HASH-Z-00245
           MOVE TCR-BY-Z-00219 TO SEAL-EXPECT-BY-Z-00246
           MOVE TCR-DATE-Z-00221 TO SEAL-EXPECT-DATE-Z-00247
        END-IF
        CLOSE TCR-FILE .

       EXITPARA.
       EXIT.

       PARA-0011-0005 SECTION .

        MOVE "F" TO ALERT-SEV-Z-00151
        MOVE SPACES TO ALERT-TEXT-Z-00152
        IF SEAL-FOUND-Z-00228
           MOVE SEAL-COUNT-Z-00233 TO ED-SEAL-COUNT-Z-00248
           MOVE SEAL-EXPECT-COUNT-Z-00243 TO ED-SEAL-EXPECT-Z-00249
           STRING "SEAL MISMATCH TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
                  " RECS " DELIMITED BY SIZE
                  ED-SEAL-COUNT-Z-00248 DELIMITED BY SIZE
                  " SEALED " DELIMITED BY SIZE
                  ED-SEAL-EXPECT-Z-00249 DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  SEAL-EXPECT-BY-Z-00246 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEAL-EXPECT-DATE-Z-00247 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00152
        ELSE
           STRING "SEAL UNREADABLE TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  TCR-FILE-STATUS-Z-00213 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00152
        END-IF
        PERFORM PARA-0009-0011
        MOVE SPACES TO AUDIT-EVENT-Z-00024
        STRING "SEAL FAIL " DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               " BY " DELIMITED BY SIZE
               OPERATOR-ID-Z-00026 DELIMITED BY SIZE
           INTO AUDIT-EVENT-Z-00024
        MOVE TCR-FILE-STATUS-Z-00213 TO AUDIT-STAT-Z-00025
        PERFORM PARA-0001-0006 .

       EXITPARA.
       EXIT.

       PARA-0011-0006 SECTION .

        MOVE ZERO TO SEAL-COUNT-Z-00233
        MOVE ZERO TO SEAL-QTY-Z-00234
        MOVE ZERO TO SEAL-HASH-Z-00235 .

       EXITPARA.
       EXIT.

       PARA-0011-0007 SECTION .

        PERFORM PARA-0011-0008
        OPEN OUTPUT TCR-FILE
        IF NOT TCR-OPEN-OK-Z-00225
           CALL "REMARK" USING  BY CONTENT
              "Invalid: TSTMNT cannot write control seal."
               & X"00"
           MOVE "F" TO ALERT-SEV-Z-00151
           MOVE SPACES TO ALERT-TEXT-Z-00152
           STRING "CONTROL SEAL NOT WRITTEN TABLE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
                  " STATUS " DELIMITED BY SIZE
                  TCR-FILE-STATUS-Z-00213 DELIMITED BY SIZE
              INTO ALERT-TEXT-Z-00152
           PERFORM PARA-0009-0011
           MOVE SPACES TO AUDIT-EVENT-Z-00024
           STRING "SEAL FAIL WRITE " DELIMITED BY SIZE
                  TABLE-NAME-Z-00023 DELIMITED BY SPACE
              INTO AUDIT-EVENT-Z-00024
           MOVE TCR-FILE-STATUS-Z-00213 TO AUDIT-STAT-Z-00025
           PERFORM PARA-0001-0006
           GO TO EXITPARA
        END-IF
        ACCEPT CURRENT-DATE-Z-00021 FROM  DATE YYYYMMDD
        ACCEPT CURRENT-TIME-Z-00022 FROM  TIME
        MOVE SPACES TO TCR-0001-Z-00214
        MOVE TABLE-NAME-Z-00023 TO TCR-TABLE-Z-00215
        MOVE SEAL-COUNT-Z-00233 TO TCR-COUNT-Z-00216
        MOVE SEAL-QTY-Z-00234 TO TCR-QTY-Z-00217
        MOVE SEAL-HASH-Z-00235 TO TCR-HASH-Z-00218
        MOVE OPERATOR-ID-Z-00026 TO TCR-BY-Z-00219
        MOVE PROGRAM-ID-Z-00014 TO TCR-PROGRAM-Z-00220
        MOVE CURRENT-DATE-Z-00021 TO TCR-DATE-Z-00221
        MOVE CURRENT-TIME-Z-00022 TO TCR-TIME-Z-00222
        WRITE TCR-0001-Z-00214
        CLOSE TCR-FILE .

       EXITPARA.
       EXIT.

       PARA-0011-0008 SECTION .

        MOVE SPACES TO TCR-FILE-NAME-Z-00212
        STRING "DBPATH/" DELIMITED BY SIZE
               TABLE-NAME-Z-00023 DELIMITED BY SPACE
               ".tcr" DELIMITED BY SIZE
           INTO TCR-FILE-NAME-Z-00212 .

       EXITPARA.
       EXIT.
