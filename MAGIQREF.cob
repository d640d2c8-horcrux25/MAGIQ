      ******************************************************************
      * PROGRAM NAME: MAGIQREF                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             LOAD AND MAINTAIN THE INDEXED   *
      *                                REFDATA REFERENCE DATASET -     *
      *                                CODE TABLES KEYED ON TABLE AND  *
      *                                CODE, EACH CODE WITH A          *
      *                                DESCRIPTION AND AN EFFECTIVE    *
      *                                AND EXPIRY DATE - FROM A        *
      *                                TRANSACTION FILE OF ADDS,       *
      *                                CHANGES, DELETES AND UPSERTS,   *
      *                                WITH AN OPTIONAL FULL REBUILD,  *
      *                                A REPORT OF EVERY REJECTED      *
      *                                TRANSACTION, CONTROL TOTALS     *
      *                                AND AN OPTIONAL LISTING OF THE  *
      *                                DATASET, SO MAGIQCSV'S TYPE T   *
      *                                RULES CHECK CODES AGAINST ONE   *
      *                                MAINTAINED SOURCE INSTEAD OF    *
      *                                HAND-KEPT ALLOWED-VALUE LISTS   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQREF.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL REFDATA ASSIGN TO "REFDATA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFDATA-KEY
           FILE STATUS IS WS-REF-STATUS.

       SELECT REFTRAN ASSIGN TO DYNAMIC WS-REFTRAN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

       SELECT REFRPT ASSIGN TO "REFRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  REFDATA.
       01  REFDATA-REC.
           05  REFDATA-KEY.
               10  REFDATA-TABLE               PIC X(10).
               10  REFDATA-CODE                PIC X(20).
           05  REFDATA-DESC                    PIC X(60).
           05  REFDATA-EFF-DATE                PIC 9(08).
           05  REFDATA-EXP-DATE                PIC 9(08).
           05  REFDATA-MAINT-DATE              PIC 9(08).

       FD  REFTRAN.
       01  REFTRAN-REC                         PIC X(200).

       FD  REFRPT.
       01  REFRPT-REC                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REF-STATUS                       PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS                      PIC X(02) VALUE SPACES.

       01  WS-REFTRAN-FILENAME                 PIC X(100) VALUE
               "REFTRANS.DAT".

       01  WS-TRAN-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-TRAN-EOF                           VALUE 'Y'.
           88  WS-TRAN-NOT-EOF                        VALUE 'N'.

       01  WS-REF-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-REF-EOF                            VALUE 'Y'.
           88  WS-REF-NOT-EOF                         VALUE 'N'.

       01  WS-REBUILD-OPTION                   PIC X(01) VALUE 'N'.
           88  WS-REBUILD-ON                         VALUE 'Y'.
           88  WS-REBUILD-OFF                         VALUE 'N'.

       01  WS-LIST-OPTION                      PIC X(01) VALUE 'N'.
           88  WS-LIST-ON                            VALUE 'Y'.
           88  WS-LIST-OFF                            VALUE 'N'.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.
       01  WS-RUN-TIME                         PIC 9(08) VALUE ZEROES.

      *    THE PIECES OF THE TRANSACTION UNDER REVIEW. TABLE, CODE AND
      *    DESCRIPTION ARE UNSTRUNG INTO FIELDS WIDER THAN THE RECORD
      *    SO AN OVER-LONG VALUE IS CAUGHT INSTEAD OF QUIETLY CUT
       01  WS-TRN-ACTION                       PIC X(01) VALUE SPACE.
           88  WS-TRN-IS-ADD                         VALUE 'A'.
           88  WS-TRN-IS-CHANGE                       VALUE 'C'.
           88  WS-TRN-IS-DELETE                       VALUE 'D'.
           88  WS-TRN-IS-UPSERT                       VALUE 'U'.
       01  WS-TRN-TABLE                        PIC X(30) VALUE SPACES.
       01  WS-TRN-CODE                         PIC X(40) VALUE SPACES.
       01  WS-TRN-DESC                         PIC X(100) VALUE SPACES.
       01  WS-TRN-EFF-X                        PIC X(10) VALUE SPACES.
       01  WS-TRN-EXP-X                        PIC X(10) VALUE SPACES.
       01  WS-TRN-EFF-DATE                     PIC 9(08) VALUE ZEROES.
       01  WS-TRN-EXP-DATE                     PIC 9(08) VALUE ZEROES.

       01  WS-TRN-OK-FLAG                      PIC X VALUE 'Y'.
           88  WS-TRN-VALID                          VALUE 'Y'.
           88  WS-TRN-INVALID                         VALUE 'N'.

       01  WS-TRN-REASON                       PIC X(40) VALUE SPACES.

       01  WS-DATE-IN                          PIC X(10) VALUE SPACES.
       01  WS-DATE-OUT                         PIC 9(08) VALUE ZEROES.
       01  WS-DATE-OUT-X REDEFINES WS-DATE-OUT PIC X(08).
       01  WS-DATE-MM                          PIC 9(02) VALUE ZEROES.
       01  WS-DATE-DD                          PIC 9(02) VALUE ZEROES.

       01  WS-DATE-OK-FLAG                     PIC X VALUE 'Y'.
           88  WS-DATE-VALID                         VALUE 'Y'.
           88  WS-DATE-INVALID                        VALUE 'N'.

       01  WS-LINE-NUMBER                      PIC 9(5) VALUE ZEROES.

       01  WS-CONTROL-TOTALS.
           05  WS-TRANS-READ                   PIC 9(7) VALUE ZEROES.
           05  WS-TRANS-ADDED                  PIC 9(7) VALUE ZEROES.
           05  WS-TRANS-CHANGED                PIC 9(7) VALUE ZEROES.
           05  WS-TRANS-DELETED                PIC 9(7) VALUE ZEROES.
           05  WS-TRANS-REJECTED               PIC 9(7) VALUE ZEROES.
           05  WS-RECS-ON-FILE                 PIC 9(7) VALUE ZEROES.
           05  WS-RECS-ACTIVE                  PIC 9(7) VALUE ZEROES.

       01  WS-REF-STATE                        PIC X(08) VALUE SPACES.

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE                     PIC X(132) VALUE SPACES.
       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-LINE                        PIC ZZZZ9.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-MAIN UNTIL WS-TRAN-EOF.
           PERFORM 8000-COUNT-AND-LIST.
           PERFORM 9000-END.

         1000-INITIALIZATION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY "MAGIQREF_INPUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REFTRAN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-REFTRAN-FILENAME = SPACES
              MOVE "REFTRANS.DAT" TO WS-REFTRAN-FILENAME
           END-IF.

           MOVE 'N' TO WS-REBUILD-OPTION.
           DISPLAY "MAGIQREF_REBUILD" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REBUILD-OPTION FROM ENVIRONMENT-VALUE.
           IF NOT WS-REBUILD-ON
              SET WS-REBUILD-OFF TO TRUE
           END-IF.

           MOVE 'N' TO WS-LIST-OPTION.
           DISPLAY "MAGIQREF_LIST" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LIST-OPTION FROM ENVIRONMENT-VALUE.
           IF NOT WS-LIST-ON
              SET WS-LIST-OFF TO TRUE
           END-IF.

           OPEN INPUT REFTRAN.
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "MAGIQREF ERROR - TRANSACTION FILE "
                 WS-REFTRAN-FILENAME(1:40) " OPEN FAILED, STATUS = "
                 WS-TRAN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    A REBUILD EMPTIES THE DATASET FIRST, SO THE TRANSACTION
      *    FILE BECOMES THE WHOLE OF THE REFERENCE DATA; OTHERWISE THE
      *    DATASET IS UPDATED IN PLACE AND CREATED ON FIRST USE
           IF WS-REBUILD-ON
              OPEN OUTPUT REFDATA
              IF WS-REF-STATUS NOT = "00"
                 DISPLAY "MAGIQREF ERROR - REFDATA REBUILD OPEN "
                    "FAILED, STATUS = " WS-REF-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE REFDATA
              DISPLAY "MAGIQREF - REFDATA EMPTIED FOR REBUILD"
           END-IF.

           OPEN I-O REFDATA.
           IF WS-REF-STATUS NOT = "00" AND WS-REF-STATUS NOT = "05"
              DISPLAY "MAGIQREF ERROR - REFDATA OPEN FAILED, "
                 "STATUS = " WS-REF-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REFRPT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQREF REFERENCE DATA MAINTENANCE  "
                     DELIMITED BY SIZE
                  WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RUN-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-RUN-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-RUN-TIME(5:2) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE ALL "-" TO WS-REPORT-LINE(1:60).
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INPUT FILE      : " DELIMITED BY SIZE
                  WS-REFTRAN-FILENAME DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-REBUILD-ON
              MOVE "RUN TYPE        : REBUILD" TO WS-REPORT-LINE
           ELSE
              MOVE "RUN TYPE        : UPDATE" TO WS-REPORT-LINE
           END-IF.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           PERFORM 1100-READ-REFTRAN.

         1100-READ-REFTRAN.

           READ REFTRAN
              AT END
                 SET WS-TRAN-EOF TO TRUE
           END-READ.

           IF WS-TRAN-NOT-EOF
              ADD 1 TO WS-LINE-NUMBER
           END-IF.

      ******************************************************************
      * 2000-MAIN APPLIES ONE TRANSACTION LINE. BLANK LINES AND LINES  *
      * STARTING WITH AN ASTERISK ARE COMMENTS. EACH LINE IS           *
      *    ACTION,TABLE,CODE,DESCRIPTION,EFFECTIVE,EXPIRY              *
      * WITH ACTION A (ADD), C (CHANGE), D (DELETE) OR U (ADD OR       *
      * REPLACE) AND DATES AS CCYYMMDD. A BLANK EFFECTIVE DATE MEANS   *
      * IN FORCE FROM THE START, A BLANK OR ZERO EXPIRY DATE MEANS     *
      * OPEN-ENDED; ON A CHANGE A BLANK FIELD LEAVES THE STORED VALUE  *
      * ALONE. DESCRIPTIONS MAY NOT CONTAIN COMMAS.                    *
      ******************************************************************
         2000-MAIN.

           IF REFTRAN-REC NOT = SPACES
              AND REFTRAN-REC(1:1) NOT = "*"
              ADD 1 TO WS-TRANS-READ
              PERFORM 2100-PARSE-TRANSACTION
              IF WS-TRN-VALID
                 EVALUATE TRUE
                    WHEN WS-TRN-IS-ADD
                       PERFORM 3000-ADD-CODE
                    WHEN WS-TRN-IS-CHANGE
                       PERFORM 4000-CHANGE-CODE
                    WHEN WS-TRN-IS-DELETE
                       PERFORM 5000-DELETE-CODE
                    WHEN WS-TRN-IS-UPSERT
                       PERFORM 6000-UPSERT-CODE
                 END-EVALUATE
              END-IF
              IF WS-TRN-INVALID
                 PERFORM 2900-REJECT-TRANSACTION
              END-IF
           END-IF.

           PERFORM 1100-READ-REFTRAN.

      ******************************************************************
      * 2100-PARSE-TRANSACTION SPLITS THE LINE AND PROVES EACH PIECE   *
      * BEFORE ANYTHING TOUCHES THE DATASET: A KNOWN ACTION, A TABLE   *
      * AND CODE THAT FIT THE KEY, A DESCRIPTION THAT FITS THE RECORD, *
      * AND CALENDAR-SHAPED DATES WITH THE EXPIRY NOT BEFORE THE       *
      * EFFECTIVE DATE.                                                *
      ******************************************************************
         2100-PARSE-TRANSACTION.

           SET WS-TRN-VALID TO TRUE.
           MOVE SPACES TO WS-TRN-REASON.
           MOVE SPACE TO WS-TRN-ACTION.
           MOVE SPACES TO WS-TRN-TABLE
                          WS-TRN-CODE
                          WS-TRN-DESC
                          WS-TRN-EFF-X
                          WS-TRN-EXP-X.
           MOVE 0 TO WS-TRN-EFF-DATE.
           MOVE 0 TO WS-TRN-EXP-DATE.

           UNSTRING REFTRAN-REC DELIMITED BY ","
              INTO WS-TRN-ACTION
                   WS-TRN-TABLE
                   WS-TRN-CODE
                   WS-TRN-DESC
                   WS-TRN-EFF-X
                   WS-TRN-EXP-X
           END-UNSTRING.

           EVALUATE TRUE
              WHEN NOT WS-TRN-IS-ADD AND NOT WS-TRN-IS-CHANGE
                   AND NOT WS-TRN-IS-DELETE AND NOT WS-TRN-IS-UPSERT
                 MOVE "ACTION IS NOT A, C, D OR U" TO WS-TRN-REASON
              WHEN WS-TRN-TABLE = SPACES
                 MOVE "TABLE NAME IS MISSING" TO WS-TRN-REASON
              WHEN WS-TRN-TABLE(11:20) NOT = SPACES
                 MOVE "TABLE NAME LONGER THAN 10" TO WS-TRN-REASON
              WHEN WS-TRN-CODE = SPACES
                 MOVE "CODE IS MISSING" TO WS-TRN-REASON
              WHEN WS-TRN-CODE(21:20) NOT = SPACES
                 MOVE "CODE LONGER THAN 20" TO WS-TRN-REASON
              WHEN WS-TRN-DESC(61:40) NOT = SPACES
                 MOVE "DESCRIPTION LONGER THAN 60" TO WS-TRN-REASON
              WHEN (WS-TRN-IS-ADD OR WS-TRN-IS-UPSERT)
                   AND WS-TRN-DESC = SPACES
                 MOVE "DESCRIPTION IS MISSING" TO WS-TRN-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-TRN-REASON = SPACES
              AND NOT WS-TRN-IS-DELETE
              MOVE WS-TRN-EFF-X TO WS-DATE-IN
              PERFORM 2400-CHECK-DATE
              IF WS-DATE-INVALID
                 MOVE "EFFECTIVE DATE IS NOT CCYYMMDD"
                    TO WS-TRN-REASON
              ELSE
                 MOVE WS-DATE-OUT TO WS-TRN-EFF-DATE
                 MOVE WS-TRN-EXP-X TO WS-DATE-IN
                 PERFORM 2400-CHECK-DATE
                 IF WS-DATE-INVALID
                    MOVE "EXPIRY DATE IS NOT CCYYMMDD"
                       TO WS-TRN-REASON
                 ELSE
                    MOVE WS-DATE-OUT TO WS-TRN-EXP-DATE
                    IF WS-TRN-EXP-DATE > 0
                       AND WS-TRN-EXP-DATE < WS-TRN-EFF-DATE
                       MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                          TO WS-TRN-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-TRN-REASON NOT = SPACES
              SET WS-TRN-INVALID TO TRUE
           END-IF.

      ******************************************************************
      * 2400-CHECK-DATE PROVES WS-DATE-IN IS BLANK OR AN EIGHT DIGIT   *
      * CCYYMMDD DATE WITH A SENSIBLE MONTH AND DAY, THE SAME SHAPE    *
      * TEST MAGIQCSV'S 2048-CHECK-DATE APPLIES. BLANK COMES BACK AS   *
      * ZERO.                                                          *
      ******************************************************************
         2400-CHECK-DATE.

           SET WS-DATE-VALID TO TRUE.
           MOVE 0 TO WS-DATE-OUT.

           IF WS-DATE-IN NOT = SPACES
              IF WS-DATE-IN(9:2) NOT = SPACES
                 SET WS-DATE-INVALID TO TRUE
              ELSE
                 MOVE WS-DATE-IN(1:8) TO WS-DATE-OUT-X
                 IF WS-DATE-OUT-X NOT NUMERIC
                    SET WS-DATE-INVALID TO TRUE
                    MOVE 0 TO WS-DATE-OUT
                 ELSE
      *             AN ALL-ZERO DATE IS THE WRITTEN FORM OF "NONE"
                    IF WS-DATE-OUT > 0
                       MOVE WS-DATE-OUT-X(5:2) TO WS-DATE-MM
                       MOVE WS-DATE-OUT-X(7:2) TO WS-DATE-DD
                       IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                          OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                          SET WS-DATE-INVALID TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

         2900-REJECT-TRANSACTION.

           ADD 1 TO WS-TRANS-REJECTED.

           MOVE WS-LINE-NUMBER TO WS-EDIT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LINE " DELIMITED BY SIZE
                  WS-EDIT-LINE DELIMITED BY SIZE
                  " REJECTED: " DELIMITED BY SIZE
                  WS-TRN-REASON DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  REFTRAN-REC(1:70) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           DISPLAY "MAGIQREF WARNING - LINE " WS-LINE-NUMBER
              " REJECTED: " WS-TRN-REASON.

         3000-ADD-CODE.

           MOVE WS-TRN-TABLE TO REFDATA-TABLE.
           MOVE WS-TRN-CODE TO REFDATA-CODE.
           MOVE WS-TRN-DESC TO REFDATA-DESC.
           MOVE WS-TRN-EFF-DATE TO REFDATA-EFF-DATE.
           MOVE WS-TRN-EXP-DATE TO REFDATA-EXP-DATE.
           MOVE WS-RUN-DATE TO REFDATA-MAINT-DATE.

           WRITE REFDATA-REC
              INVALID KEY
                 SET WS-TRN-INVALID TO TRUE
                 MOVE "CODE ALREADY ON FILE" TO WS-TRN-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TRANS-ADDED
           END-WRITE.

      ******************************************************************
      * 4000-CHANGE-CODE UPDATES ONLY THE FIELDS THE TRANSACTION       *
      * SUPPLIES. AN EXPIRY OF 00000000 REOPENS AN EXPIRED CODE; THE   *
      * EXPIRY-BEFORE-EFFECTIVE TEST IS REPEATED ON THE MERGED RECORD  *
      * BECAUSE ONE OF THE TWO DATES MAY BE THE STORED ONE.            *
      ******************************************************************
         4000-CHANGE-CODE.

           MOVE WS-TRN-TABLE TO REFDATA-TABLE.
           MOVE WS-TRN-CODE TO REFDATA-CODE.

           READ REFDATA
              INVALID KEY
                 SET WS-TRN-INVALID TO TRUE
                 MOVE "CODE NOT ON FILE" TO WS-TRN-REASON
           END-READ.

           IF WS-TRN-VALID
              IF WS-TRN-DESC NOT = SPACES
                 MOVE WS-TRN-DESC TO REFDATA-DESC
              END-IF
              IF WS-TRN-EFF-X NOT = SPACES
                 MOVE WS-TRN-EFF-DATE TO REFDATA-EFF-DATE
              END-IF
              IF WS-TRN-EXP-X NOT = SPACES
                 MOVE WS-TRN-EXP-DATE TO REFDATA-EXP-DATE
              END-IF
              IF REFDATA-EXP-DATE > 0
                 AND REFDATA-EXP-DATE < REFDATA-EFF-DATE
                 SET WS-TRN-INVALID TO TRUE
                 MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE"
                    TO WS-TRN-REASON
              END-IF
           END-IF.

           IF WS-TRN-VALID
              MOVE WS-RUN-DATE TO REFDATA-MAINT-DATE
              REWRITE REFDATA-REC
                 INVALID KEY
                    SET WS-TRN-INVALID TO TRUE
                    MOVE "REWRITE FAILED" TO WS-TRN-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-TRANS-CHANGED
              END-REWRITE
           END-IF.

         5000-DELETE-CODE.

           MOVE WS-TRN-TABLE TO REFDATA-TABLE.
           MOVE WS-TRN-CODE TO REFDATA-CODE.

           DELETE REFDATA
              INVALID KEY
                 SET WS-TRN-INVALID TO TRUE
                 MOVE "CODE NOT ON FILE" TO WS-TRN-REASON
              NOT INVALID KEY
                 ADD 1 TO WS-TRANS-DELETED
           END-DELETE.

      ******************************************************************
      * 6000-UPSERT-CODE IS THE BULK-LOAD ACTION: A CODE ALREADY ON    *
      * FILE IS REPLACED WHOLE FROM THE TRANSACTION, A NEW ONE IS      *
      * ADDED, SO A TABLE EXTRACT FROM THE OWNING SYSTEM CAN BE FED    *
      * IN AS IT STANDS NIGHT AFTER NIGHT.                             *
      ******************************************************************
         6000-UPSERT-CODE.

           MOVE WS-TRN-TABLE TO REFDATA-TABLE.
           MOVE WS-TRN-CODE TO REFDATA-CODE.

           READ REFDATA
              INVALID KEY
                 PERFORM 3000-ADD-CODE
              NOT INVALID KEY
                 MOVE WS-TRN-DESC TO REFDATA-DESC
                 MOVE WS-TRN-EFF-DATE TO REFDATA-EFF-DATE
                 MOVE WS-TRN-EXP-DATE TO REFDATA-EXP-DATE
                 MOVE WS-RUN-DATE TO REFDATA-MAINT-DATE
                 REWRITE REFDATA-REC
                    INVALID KEY
                       SET WS-TRN-INVALID TO TRUE
                       MOVE "REWRITE FAILED" TO WS-TRN-REASON
                    NOT INVALID KEY
                       ADD 1 TO WS-TRANS-CHANGED
                 END-REWRITE
           END-READ.

      ******************************************************************
      * 8000-COUNT-AND-LIST READS THE UPDATED DATASET FROM THE TOP IN  *
      * KEY ORDER TO COUNT WHAT IS NOW ON FILE AND HOW MUCH OF IT IS   *
      * IN FORCE TODAY, AND - WITH MAGIQREF_LIST=Y - PRINTS EVERY      *
      * CODE WITH ITS DATES AND STATE SO THE OWNER OF EACH TABLE CAN   *
      * SIGN IT OFF.                                                   *
      ******************************************************************
         8000-COUNT-AND-LIST.

           CLOSE REFDATA.
           OPEN INPUT REFDATA.
           IF WS-REF-STATUS NOT = "00" AND WS-REF-STATUS NOT = "05"
              DISPLAY "MAGIQREF ERROR - REFDATA REOPEN FAILED, "
                 "STATUS = " WS-REF-STATUS
              MOVE 8 TO RETURN-CODE
              SET WS-REF-EOF TO TRUE
           END-IF.

           IF WS-LIST-ON AND WS-REF-NOT-EOF
              MOVE SPACES TO WS-REPORT-LINE
              WRITE REFRPT-REC FROM WS-REPORT-LINE
              MOVE SPACES TO WS-HEADING-LINE
              MOVE "TABLE" TO WS-HEADING-LINE(1:5)
              MOVE "CODE" TO WS-HEADING-LINE(12:4)
              MOVE "DESCRIPTION" TO WS-HEADING-LINE(33:11)
              MOVE "EFFECTIVE" TO WS-HEADING-LINE(94:9)
              MOVE "EXPIRY" TO WS-HEADING-LINE(103:6)
              MOVE "STATE" TO WS-HEADING-LINE(112:5)
              WRITE REFRPT-REC FROM WS-HEADING-LINE
              MOVE ALL "-" TO WS-REPORT-LINE(1:120)
              WRITE REFRPT-REC FROM WS-REPORT-LINE
           END-IF.

           PERFORM UNTIL WS-REF-EOF
              READ REFDATA NEXT
                 AT END
                    SET WS-REF-EOF TO TRUE
              END-READ
              IF WS-REF-NOT-EOF
                 ADD 1 TO WS-RECS-ON-FILE
                 EVALUATE TRUE
                    WHEN REFDATA-EFF-DATE > WS-RUN-DATE
                       MOVE "FUTURE" TO WS-REF-STATE
                    WHEN REFDATA-EXP-DATE > 0
                         AND REFDATA-EXP-DATE < WS-RUN-DATE
                       MOVE "EXPIRED" TO WS-REF-STATE
                    WHEN OTHER
                       MOVE "ACTIVE" TO WS-REF-STATE
                       ADD 1 TO WS-RECS-ACTIVE
                 END-EVALUATE
                 IF WS-LIST-ON
                    MOVE SPACES TO WS-REPORT-LINE
                    MOVE REFDATA-TABLE TO WS-REPORT-LINE(1:10)
                    MOVE REFDATA-CODE TO WS-REPORT-LINE(12:20)
                    MOVE REFDATA-DESC TO WS-REPORT-LINE(33:60)
                    MOVE REFDATA-EFF-DATE TO WS-REPORT-LINE(94:8)
                    MOVE REFDATA-EXP-DATE TO WS-REPORT-LINE(103:8)
                    MOVE WS-REF-STATE TO WS-REPORT-LINE(112:8)
                    WRITE REFRPT-REC FROM WS-REPORT-LINE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE REFDATA.

         9000-END.

           DISPLAY "MAGIQREF CONTROL TOTALS".
           DISPLAY "  TRANSACTIONS READ         : " WS-TRANS-READ.
           DISPLAY "  CODES ADDED               : " WS-TRANS-ADDED.
           DISPLAY "  CODES CHANGED             : " WS-TRANS-CHANGED.
           DISPLAY "  CODES DELETED             : " WS-TRANS-DELETED.
           DISPLAY "  TRANSACTIONS REJECTED     : " WS-TRANS-REJECTED.
           DISPLAY "  CODES ON FILE             : " WS-RECS-ON-FILE.
           DISPLAY "  CODES IN FORCE TODAY      : " WS-RECS-ACTIVE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSACTIONS    : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TRANS-ADDED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CODES ADDED     : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TRANS-CHANGED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CODES CHANGED   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TRANS-DELETED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CODES DELETED   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REJECTED        : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-RECS-ON-FILE TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CODES ON FILE   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-RECS-ACTIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "IN FORCE TODAY  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REFRPT-REC FROM WS-REPORT-LINE.

           CLOSE REFRPT.
           CLOSE REFTRAN.

           IF RETURN-CODE = 0 AND WS-TRANS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
              DISPLAY "MAGIQREF - ENDING WITH WARNINGS, "
                 "CONDITION CODE 4"
           END-IF.

           STOP RUN.
