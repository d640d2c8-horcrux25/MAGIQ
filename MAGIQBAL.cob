      ******************************************************************
      * PROGRAM NAME: MAGIQBAL                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             END-TO-END BALANCING OF THE     *
      *                                NIGHT: TAKE THE NIGHT'S CSVAUDIT*
      *                                RECORD, THE OUTPUT AND SORTED   *
      *                                EXTRACTS AND THEIR TRAILERS,    *
      *                                THE REJECT, DUPLICATE AND PARK  *
      *                                DATASETS, THE PRIOR EXTRACT,    *
      *                                THE THREE DELTA DATASETS AND    *
      *                                THEIR TRAILERS, AND THE MASTER  *
      *                                RECORD COUNT BEFORE AND AFTER   *
      *                                THE LOAD (A SNAPSHOT MODE TAKES *
      *                                THE BEFORE COUNT AHEAD OF       *
      *                                MAGIQCSV), AND PRINT A PASS/    *
      *                                FAIL BALANCING SHEET WITH THE   *
      *                                DIFFERENCE ON EVERY EQUATION    *
      *                                THAT DOES NOT BALANCE. ANY      *
      *                                BREAK ENDS THE STEP WITH        *
      *                                CONDITION CODE 16 SO THE        *
      *                                WAREHOUSE LOAD IS HELD UNTIL    *
      *                                THE NIGHT IS SIGNED OFF         *
      * 15/10/26 EDEN CRUZ             A PRIOR-FILE SETTING OF         *
      *                                PREVIOUS TAKES THE NEWEST       *
      *                                CATALOGED GENERATION OF THE     *
      *                                EXTRACT, AS MAGIQDELT DOES      *
      * 15/10/26 EDEN CRUZ             A RECORD-TYPE RUN, FLAGGED IN   *
      *                                THE AUDIT RECORD, WRITES NO     *
      *                                OUTPUT EXTRACT: THE OUTPUT AND  *
      *                                SORTED EXTRACTS ARE NOT READ    *
      *                                AND THEIR EQUATIONS ARE N/A     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQBAL.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BALAUD ASSIGN TO DYNAMIC WS-BALAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALAUD-STATUS.

       SELECT BALIN ASSIGN TO DYNAMIC WS-BALIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALIN-STATUS.

       SELECT OPTIONAL CSVMST ASSIGN TO "MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSVMST-KEY
           FILE STATUS IS WS-MST-STATUS.

       SELECT BALCAT ASSIGN TO "GDGCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

       SELECT BALSNAP ASSIGN TO "MSTSNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

       SELECT BALRPT ASSIGN TO "BALANCE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  BALAUD.
       01  BALAUD-REC                          PIC X(340).

      *    WIDE ENOUGH FOR THE LONGEST LINE OF ANY DATASET BALANCED -
      *    CSVDUP AT 380 - SO NO LINE IS SPLIT AND COUNTED TWICE
       FD  BALIN.
       01  BALIN-REC                           PIC X(400).

       FD  CSVMST.
       01  CSVMST-REC.
           05  CSVMST-KEY                      PIC X(100).
           05  CSVMST-DATA                     PIC X(300).
           05  CSVMST-LOAD-DATE                PIC 9(08).
           05  CSVMST-MAINT-DATE               PIC 9(08).
           05  CSVMST-MAINT-OPER               PIC X(08).

       FD  BALCAT.
       01  BALCAT-REC                          PIC X(200).

       FD  BALSNAP.
       01  BALSNAP-REC                         PIC X(80).

       FD  BALRPT.
       01  BALRPT-REC                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-BALAUD-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-BALIN-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-MST-STATUS                       PIC X(02) VALUE SPACES.
       01  WS-SNAP-STATUS                      PIC X(02) VALUE SPACES.
       01  WS-CAT-STATUS                       PIC X(02) VALUE SPACES.

       01  WS-BALAUD-FILENAME                  PIC X(100) VALUE
               "AUDIT.DAT".
       01  WS-BALIN-FILENAME                   PIC X(100) VALUE SPACES.

       01  WS-MODE                             PIC X(01) VALUE 'R'.
           88  WS-MODE-SNAPSHOT                      VALUE 'S'.
           88  WS-MODE-RECONCILE                     VALUE 'R'.

       01  WS-EOF-FLAG                         PIC X VALUE 'N'.
           88  WS-AT-EOF                             VALUE 'Y'.
           88  WS-NOT-AT-EOF                          VALUE 'N'.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.
       01  WS-RUN-TIME                         PIC 9(08) VALUE ZEROES.

      *    THE NIGHT TO BALANCE: THE LAST AUDIT RECORD, OR THE LAST ONE
      *    FOR THE DATE NAMED BY THE MAGIQBAL_RUN_DATE SWITCH
       01  WS-WANT-DATE-X                      PIC X(08) VALUE SPACES.

       01  WS-TRAILER-TAG-ENV                  PIC X(30) VALUE SPACES.
       01  WS-DELTA-TAG-ENV                    PIC X(30) VALUE SPACES.

      *    THE AUDIT RECORD AS 9100-WRITE-AUDIT OF MAGIQCSV LAYS IT OUT
       01  WS-AUDIT-REC.
           05  WS-AUD-RUN-DATE                 PIC 9(08).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RUN-TIME                 PIC 9(06).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RESTART-IND              PIC X(01).
               88  WS-AUD-RESTARTED                  VALUE 'R'.
           05  FILLER                          PIC X(01).
           05  WS-AUD-DELIM-OPTION             PIC X(01).
           05  WS-AUD-INPUT-DELIM              PIC X(01).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-READ                PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-WRITTEN             PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-REJECTED            PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-SKIPPED             PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-DUP                 PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-TRUNC-COUNT              PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-INPUT-FILE               PIC X(100).
           05  FILLER                          PIC X(01).
           05  WS-AUD-OUTPUT-FILE              PIC X(100).
           05  FILLER                          PIC X(01).
           05  WS-AUD-MASK-PROFILE             PIC X(10).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-FILTERED            PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECS-CONTROL             PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RCY-IND                  PIC X(01).
               88  WS-AUD-RECYCLE-RAN                VALUE 'Y'.
           05  FILLER                          PIC X(01).
           05  WS-AUD-RCY-READ                 PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RCY-PARKED               PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-PARK-BASE                PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-MST-IND                  PIC X(01).
               88  WS-AUD-MASTER-LOADED              VALUE 'Y'.
           05  FILLER                          PIC X(01).
           05  WS-AUD-MST-ADDED                PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-AUD-RECTYPE-IND              PIC X(01).
               88  WS-AUD-RECTYPE-RUN                VALUE 'Y'.
           05  FILLER                          PIC X(05).

       01  WS-AUDIT-FOUND-FLAG                 PIC X VALUE 'N'.
           88  WS-AUDIT-FOUND                        VALUE 'Y'.
           88  WS-AUDIT-NOT-FOUND                     VALUE 'N'.

      *    ONE ENTRY PER DATASET BALANCED. THE TAG IS THE FIRST FIELD
      *    OF THE DATASET'S TRAILER ROW (BLANK WHEN IT CARRIES NONE),
      *    AND A HEADER ROW IS TAKEN OFF THE DATA-ROW COUNT WHERE THE
      *    DATASET HAS ONE. A DATASET THE NIGHT'S RUN DID NOT WRITE AT
      *    ALL IS MARKED NOT USED AND IS NEVER READ
       01  WS-DS-OUTPUT                        PIC 9(02) VALUE 1.
       01  WS-DS-SORTED                        PIC 9(02) VALUE 2.
       01  WS-DS-REJECT                        PIC 9(02) VALUE 3.
       01  WS-DS-DUPLICATE                     PIC 9(02) VALUE 4.
       01  WS-DS-PARKED                        PIC 9(02) VALUE 5.
       01  WS-DS-PRIOR                         PIC 9(02) VALUE 6.
       01  WS-DS-DELTADD                       PIC 9(02) VALUE 7.
       01  WS-DS-DELTCHG                       PIC 9(02) VALUE 8.
       01  WS-DS-DELTDEL                       PIC 9(02) VALUE 9.
       01  WS-DS-COUNT                         PIC 9(02) VALUE 9.
       01  WS-DS-IX                            PIC 9(02) VALUE ZEROES.

       01  WS-DATASET-TABLE.
           05  WS-DS-ENTRY OCCURS 9 TIMES.
               10  WS-DS-FILENAME               PIC X(100).
               10  WS-DS-LABEL                  PIC X(16).
               10  WS-DS-TAG                    PIC X(30).
               10  WS-DS-HEADER-FLAG            PIC X(01).
                   88  WS-DS-HAS-HEADER               VALUE 'Y'.
               10  WS-DS-USE-FLAG               PIC X(01).
                   88  WS-DS-NOT-USED                 VALUE 'N'.
               10  WS-DS-FOUND-FLAG             PIC X(01).
                   88  WS-DS-FOUND                    VALUE 'Y'.
                   88  WS-DS-NOT-FOUND                VALUE 'N'.
               10  WS-DS-LINES                  PIC 9(07).
               10  WS-DS-TRL-FLAG               PIC X(01).
                   88  WS-DS-TRL-FOUND                VALUE 'Y'.
                   88  WS-DS-TRL-NOT-FOUND            VALUE 'N'.
               10  WS-DS-TRL-COUNT              PIC 9(07).
               10  WS-DS-DATA-ROWS              PIC 9(07).

       01  WS-LAST-LINE                        PIC X(400) VALUE SPACES.
       01  WS-TAG-LEN                          PIC 9(02) VALUE ZEROES.
       01  WS-SCAN-POS                         PIC 9(03) VALUE ZEROES.
       01  WS-SCAN-CHAR                        PIC X(01) VALUE SPACE.
       01  WS-DIGIT-COUNT                      PIC 9(02) VALUE ZEROES.
       01  WS-TRL-DIGITS                       PIC X(07) VALUE SPACES.

      *    A GENERATION CATALOG LINE AS MAGIQGDG WRITES IT: DATASET
      *    NAME 1-60, GENERATION DATASET NAME FROM 93
       01  WS-CAT-LINE.
           05  WS-CAT-DSN                      PIC X(60).
           05  FILLER                          PIC X(32).
           05  WS-CAT-FILE                     PIC X(100).
           05  FILLER                          PIC X(08).

       01  WS-MASTER-COUNT                     PIC 9(07) VALUE ZEROES.

      *    THE BEFORE-LOAD MASTER COUNT LEFT BY THE SNAPSHOT STEP
       01  WS-SNAP-LINE.
           05  WS-SNAP-DATE                    PIC 9(08).
           05  FILLER                          PIC X(01).
           05  WS-SNAP-TIME                    PIC 9(06).
           05  FILLER                          PIC X(01).
           05  WS-SNAP-COUNT                   PIC 9(07).
           05  FILLER                          PIC X(57).

       01  WS-SNAP-FOUND-FLAG                  PIC X VALUE 'N'.
           88  WS-SNAP-FOUND                         VALUE 'Y'.
           88  WS-SNAP-NOT-FOUND                      VALUE 'N'.

       01  WS-SNAP-DAYS                        PIC S9(07) VALUE ZEROES.

      *    ONE BALANCING EQUATION: LEFT AND RIGHT SIDES, AND WHETHER IT
      *    COULD BE CHECKED TONIGHT AT ALL
       01  WS-CHK-NUM                          PIC 9(02) VALUE ZEROES.
       01  WS-CHK-TITLE                        PIC X(44) VALUE SPACES.
       01  WS-CHK-LEFT-N                       PIC S9(08) VALUE ZEROES.
       01  WS-CHK-RIGHT-N                      PIC S9(08) VALUE ZEROES.
       01  WS-CHK-DIFF-N                       PIC S9(08) VALUE ZEROES.
       01  WS-CHK-REASON                       PIC X(40) VALUE SPACES.

       01  WS-CHK-STATE                        PIC X(01) VALUE 'C'.
           88  WS-CHK-COMPARE                        VALUE 'C'.
           88  WS-CHK-NOT-CHECKED                    VALUE 'N'.
           88  WS-CHK-NOT-APPLICABLE                 VALUE 'A'.

       01  WS-CHECK-TOTALS.
           05  WS-CHECKS-PASSED                PIC 9(03) VALUE ZEROES.
           05  WS-CHECKS-FAILED                PIC 9(03) VALUE ZEROES.
           05  WS-CHECKS-SKIPPED               PIC 9(03) VALUE ZEROES.

       01  WS-SHEET-LINE.
           05  WS-SHT-NUM                      PIC Z9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHT-TITLE                    PIC X(44).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-SHT-LEFT                     PIC -,---,--9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHT-RIGHT                    PIC -,---,--9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHT-DIFF                     PIC -,---,--9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHT-RESULT                   PIC X(40).

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-SMALL                       PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.

           IF WS-MODE-SNAPSHOT
              PERFORM 1100-TAKE-SNAPSHOT
           ELSE
              PERFORM 2000-READ-AUDIT
              PERFORM 3000-COUNT-DATASETS
              PERFORM 3500-READ-SNAPSHOT
              PERFORM 4000-BALANCE
              PERFORM 9000-END
           END-IF.

           STOP RUN.

         1000-INITIALIZATION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'R' TO WS-MODE.
           DISPLAY "MAGIQBAL_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE.
           IF NOT WS-MODE-SNAPSHOT
              SET WS-MODE-RECONCILE TO TRUE
           END-IF.

           DISPLAY "MAGIQBAL_AUDIT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-BALAUD-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-BALAUD-FILENAME = SPACES
              MOVE "AUDIT.DAT" TO WS-BALAUD-FILENAME
           END-IF.

           MOVE SPACES TO WS-WANT-DATE-X.
           DISPLAY "MAGIQBAL_RUN_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-WANT-DATE-X FROM ENVIRONMENT-VALUE.
           IF WS-WANT-DATE-X NOT = SPACES
              AND WS-WANT-DATE-X IS NOT NUMERIC
              DISPLAY "MAGIQBAL WARNING - RUN DATE " WS-WANT-DATE-X
                 " IS NOT YYYYMMDD, THE LAST AUDIT RECORD IS USED"
              MOVE SPACES TO WS-WANT-DATE-X
           END-IF.

      *    THE TAGS MUST MATCH THE MAGIQCSV_TRAILER_TAG AND
      *    MAGIQDELT_TRAILER_TAG SETTINGS OF THE NIGHT; MAGIQDELT
      *    TAGS ITS TRAILERS TRL WHEN NO TAG IS SET
           MOVE SPACES TO WS-TRAILER-TAG-ENV.
           DISPLAY "MAGIQBAL_TRAILER_TAG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRAILER-TAG-ENV FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO WS-DELTA-TAG-ENV.
           DISPLAY "MAGIQBAL_DELTA_TAG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DELTA-TAG-ENV FROM ENVIRONMENT-VALUE.
           IF WS-DELTA-TAG-ENV = SPACES
              MOVE "TRL" TO WS-DELTA-TAG-ENV
           END-IF.

           INITIALIZE WS-DATASET-TABLE.

           MOVE "OUTPUT.CSV" TO WS-DS-FILENAME(WS-DS-OUTPUT).
           DISPLAY "MAGIQBAL_OUTPUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-OUTPUT) FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-OUTPUT) = SPACES
              MOVE "OUTPUT.CSV" TO WS-DS-FILENAME(WS-DS-OUTPUT)
           END-IF.
           MOVE "OUTPUT" TO WS-DS-LABEL(WS-DS-OUTPUT).
           MOVE WS-TRAILER-TAG-ENV TO WS-DS-TAG(WS-DS-OUTPUT).
           MOVE 'Y' TO WS-DS-HEADER-FLAG(WS-DS-OUTPUT).

           DISPLAY "MAGIQBAL_SORTED_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-SORTED) FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-SORTED) = SPACES
              MOVE "SORTED.CSV" TO WS-DS-FILENAME(WS-DS-SORTED)
           END-IF.
           MOVE "SORTED" TO WS-DS-LABEL(WS-DS-SORTED).
           MOVE WS-TRAILER-TAG-ENV TO WS-DS-TAG(WS-DS-SORTED).
           MOVE 'Y' TO WS-DS-HEADER-FLAG(WS-DS-SORTED).

           DISPLAY "MAGIQBAL_REJECT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-REJECT) FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-REJECT) = SPACES
              MOVE "REJECT.CSV" TO WS-DS-FILENAME(WS-DS-REJECT)
           END-IF.
           MOVE "REJECT" TO WS-DS-LABEL(WS-DS-REJECT).

           DISPLAY "MAGIQBAL_DUP_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-DUPLICATE)
              FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-DUPLICATE) = SPACES
              MOVE "DUPLICATE.CSV" TO WS-DS-FILENAME(WS-DS-DUPLICATE)
           END-IF.
           MOVE "DUPLICATE" TO WS-DS-LABEL(WS-DS-DUPLICATE).

           DISPLAY "MAGIQBAL_PARK_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-PARKED) FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-PARKED) = SPACES
              MOVE "PARKED.CSV" TO WS-DS-FILENAME(WS-DS-PARKED)
           END-IF.
           MOVE "PARKED" TO WS-DS-LABEL(WS-DS-PARKED).

           DISPLAY "MAGIQBAL_PRIOR_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DS-FILENAME(WS-DS-PRIOR) FROM ENVIRONMENT-VALUE.
           IF WS-DS-FILENAME(WS-DS-PRIOR) = SPACES
              MOVE "PRIOR.CSV" TO WS-DS-FILENAME(WS-DS-PRIOR)
           END-IF.
           IF WS-DS-FILENAME(WS-DS-PRIOR) = "PREVIOUS"
              PERFORM 1050-FIND-PREVIOUS-GENERATION
           END-IF.
           MOVE "PRIOR" TO WS-DS-LABEL(WS-DS-PRIOR).
           MOVE WS-TRAILER-TAG-ENV TO WS-DS-TAG(WS-DS-PRIOR).
           MOVE 'Y' TO WS-DS-HEADER-FLAG(WS-DS-PRIOR).

           MOVE "DELTADD.CSV" TO WS-DS-FILENAME(WS-DS-DELTADD).
           MOVE "DELTADD" TO WS-DS-LABEL(WS-DS-DELTADD).
           MOVE WS-DELTA-TAG-ENV TO WS-DS-TAG(WS-DS-DELTADD).

           MOVE "DELTCHG.CSV" TO WS-DS-FILENAME(WS-DS-DELTCHG).
           MOVE "DELTCHG" TO WS-DS-LABEL(WS-DS-DELTCHG).
           MOVE WS-DELTA-TAG-ENV TO WS-DS-TAG(WS-DS-DELTCHG).

           MOVE "DELTDEL.CSV" TO WS-DS-FILENAME(WS-DS-DELTDEL).
           MOVE "DELTDEL" TO WS-DS-LABEL(WS-DS-DELTDEL).
           MOVE WS-DELTA-TAG-ENV TO WS-DS-TAG(WS-DS-DELTDEL).

      ******************************************************************
      * 1050-FIND-PREVIOUS-GENERATION TAKES THE LAST CATALOG LINE FOR  *
      * THE EXTRACT - ITS NEWEST GENERATION, THE ONE MAGIQDELT         *
      * COMPARED AGAINST. WITH NO SUCH GENERATION THE PRIOR EXTRACT IS *
      * SIMPLY NOT FOUND AND ITS EQUATION IS NOT CHECKED.              *
      ******************************************************************
         1050-FIND-PREVIOUS-GENERATION.

           MOVE "PREVIOUS" TO WS-DS-FILENAME(WS-DS-PRIOR).

           OPEN INPUT BALCAT.
           IF WS-CAT-STATUS = "00"
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ BALCAT INTO WS-CAT-LINE
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF
                    AND WS-CAT-DSN = WS-DS-FILENAME(WS-DS-OUTPUT)
                    MOVE WS-CAT-FILE TO WS-DS-FILENAME(WS-DS-PRIOR)
                 END-IF
              END-PERFORM
              CLOSE BALCAT
           END-IF.

      ******************************************************************
      * 1100-TAKE-SNAPSHOT IS THE STEP RUN JUST AHEAD OF MAGIQCSV: IT  *
      * COUNTS THE MASTER AS IT STANDS BEFORE THE LOAD AND LEAVES THE  *
      * COUNT, DATED AND TIMED, IN MSTSNAP.DAT FOR THE BALANCING RUN.  *
      ******************************************************************
         1100-TAKE-SNAPSHOT.

           PERFORM 1500-COUNT-MASTER.

           MOVE SPACES TO WS-SNAP-LINE.
           MOVE WS-RUN-DATE TO WS-SNAP-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-SNAP-TIME.
           MOVE WS-MASTER-COUNT TO WS-SNAP-COUNT.

           OPEN OUTPUT BALSNAP.
           IF WS-SNAP-STATUS NOT = "00"
              DISPLAY "MAGIQBAL ERROR - CANNOT WRITE MSTSNAP.DAT, "
                 "STATUS = " WS-SNAP-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE BALSNAP-REC FROM WS-SNAP-LINE.
           CLOSE BALSNAP.

           DISPLAY "MAGIQBAL - MASTER SNAPSHOT TAKEN, "
              WS-MASTER-COUNT " RECORDS".

      ******************************************************************
      * 1500-COUNT-MASTER READS THE MASTER FROM END TO END. A MASTER   *
      * NOT YET CREATED COUNTS AS EMPTY.                               *
      ******************************************************************
         1500-COUNT-MASTER.

           MOVE 0 TO WS-MASTER-COUNT.

           OPEN INPUT CSVMST.
           IF WS-MST-STATUS NOT = "00" AND WS-MST-STATUS NOT = "05"
              DISPLAY "MAGIQBAL ERROR - CANNOT OPEN MASTER, STATUS = "
                 WS-MST-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM UNTIL WS-AT-EOF
              READ CSVMST NEXT
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
              IF WS-NOT-AT-EOF
                 ADD 1 TO WS-MASTER-COUNT
              END-IF
           END-PERFORM.

           CLOSE CSVMST.

      ******************************************************************
      * 2000-READ-AUDIT PICKS THE NIGHT'S RECORD OUT OF THE CSVAUDIT   *
      * HISTORY. A RECORD WRITTEN BEFORE THE AUDIT RECORD CARRIED THE  *
      * BALANCING COUNTS CANNOT BE BALANCED AND STOPS THE RUN.         *
      ******************************************************************
         2000-READ-AUDIT.

           OPEN INPUT BALAUD.
           IF WS-BALAUD-STATUS NOT = "00"
              DISPLAY "MAGIQBAL ERROR - CANNOT OPEN AUDIT DATASET "
                 WS-BALAUD-FILENAME(1:40) ", STATUS = "
                 WS-BALAUD-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-AUDIT-NOT-FOUND TO TRUE.
           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM UNTIL WS-AT-EOF
              READ BALAUD
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
              IF WS-NOT-AT-EOF AND BALAUD-REC NOT = SPACES
                 IF WS-WANT-DATE-X = SPACES
                    OR BALAUD-REC(1:8) = WS-WANT-DATE-X
                    MOVE BALAUD-REC TO WS-AUDIT-REC
                    SET WS-AUDIT-FOUND TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE BALAUD.

           IF WS-AUDIT-NOT-FOUND
              DISPLAY "MAGIQBAL ERROR - NO AUDIT RECORD FOUND FOR "
                 "THE RUN IN " WS-BALAUD-FILENAME(1:40)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-AUD-RECS-READ IS NOT NUMERIC
              OR WS-AUD-RECS-WRITTEN IS NOT NUMERIC
              OR WS-AUD-RECS-REJECTED IS NOT NUMERIC
              OR WS-AUD-RECS-SKIPPED IS NOT NUMERIC
              OR WS-AUD-RECS-DUP IS NOT NUMERIC
              OR WS-AUD-RECS-FILTERED IS NOT NUMERIC
              OR WS-AUD-RECS-CONTROL IS NOT NUMERIC
              OR WS-AUD-RCY-READ IS NOT NUMERIC
              OR WS-AUD-RCY-PARKED IS NOT NUMERIC
              OR WS-AUD-PARK-BASE IS NOT NUMERIC
              OR WS-AUD-MST-ADDED IS NOT NUMERIC
              DISPLAY "MAGIQBAL ERROR - AUDIT RECORD OF "
                 WS-AUD-RUN-DATE " CARRIES NO BALANCING COUNTS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 3000-COUNT-DATASETS COUNTS EVERY DATASET IN THE TABLE. THE     *
      * CLEANED EXTRACT IS THE ONE DATASET THE SHEET CANNOT DO         *
      * WITHOUT; ANY OTHER THAT IS MISSING LEAVES ITS CHECKS UNDONE.   *
      * A RECORD-TYPE RUN WRITES ONE OUTPUT PER TYPE AND NO EXTRACT,   *
      * SO THE EXTRACT AND ITS SORTED COPY ARE NOT READ AT ALL - WHAT  *
      * IS ON DISK UNDER THOSE NAMES IS FROM SOME EARLIER NIGHT.       *
      ******************************************************************
         3000-COUNT-DATASETS.

           IF WS-AUD-RECTYPE-RUN
              MOVE 'N' TO WS-DS-USE-FLAG(WS-DS-OUTPUT)
              MOVE 'N' TO WS-DS-USE-FLAG(WS-DS-SORTED)
           END-IF.

           PERFORM VARYING WS-DS-IX FROM 1 BY 1
              UNTIL WS-DS-IX > WS-DS-COUNT
              IF NOT WS-DS-NOT-USED(WS-DS-IX)
                 PERFORM 3100-COUNT-DATASET
              END-IF
           END-PERFORM.

           IF WS-DS-NOT-FOUND(WS-DS-OUTPUT)
              AND NOT WS-AUD-RECTYPE-RUN
              DISPLAY "MAGIQBAL ERROR - CANNOT OPEN EXTRACT "
                 WS-DS-FILENAME(WS-DS-OUTPUT)(1:40)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 3100-COUNT-DATASET COUNTS THE LINES OF DATASET WS-DS-IX, READS *
      * THE COUNT OFF ITS TRAILER ROW WHEN IT CARRIES ONE, AND DERIVES *
      * THE DATA ROWS - LINES LESS ANY HEADER AND TRAILER ROW.         *
      ******************************************************************
         3100-COUNT-DATASET.

           MOVE WS-DS-FILENAME(WS-DS-IX) TO WS-BALIN-FILENAME.
           MOVE 0 TO WS-DS-LINES(WS-DS-IX).
           MOVE 0 TO WS-DS-TRL-COUNT(WS-DS-IX).
           MOVE 0 TO WS-DS-DATA-ROWS(WS-DS-IX).
           MOVE 'N' TO WS-DS-TRL-FLAG(WS-DS-IX).
           MOVE SPACES TO WS-LAST-LINE.

           OPEN INPUT BALIN.
           IF WS-BALIN-STATUS NOT = "00"
              MOVE 'N' TO WS-DS-FOUND-FLAG(WS-DS-IX)
           ELSE
              MOVE 'Y' TO WS-DS-FOUND-FLAG(WS-DS-IX)
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ BALIN
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF
                    ADD 1 TO WS-DS-LINES(WS-DS-IX)
                    IF BALIN-REC NOT = SPACES
                       MOVE BALIN-REC TO WS-LAST-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BALIN
              IF WS-DS-TAG(WS-DS-IX) NOT = SPACES
                 PERFORM 3200-READ-TRAILER
              END-IF
              MOVE WS-DS-LINES(WS-DS-IX) TO WS-DS-DATA-ROWS(WS-DS-IX)
              IF WS-DS-HAS-HEADER(WS-DS-IX)
                 AND WS-DS-DATA-ROWS(WS-DS-IX) > 0
                 SUBTRACT 1 FROM WS-DS-DATA-ROWS(WS-DS-IX)
              END-IF
              IF WS-DS-TRL-FOUND(WS-DS-IX)
                 AND WS-DS-DATA-ROWS(WS-DS-IX) > 0
                 SUBTRACT 1 FROM WS-DS-DATA-ROWS(WS-DS-IX)
              END-IF
           END-IF.

      ******************************************************************
      * 3200-READ-TRAILER RECOGNIZES THE LAST ROW AS THE TRAILER WHEN  *
      * IT OPENS WITH THE TAG FOLLOWED BY A DELIMITER OR PAD, AND      *
      * TAKES THE COUNT FROM THE FIRST RUN OF DIGITS AFTER THE TAG -   *
      * WHICH READS THE DELIMITED TRAILERS OF MAGIQCSV AND MAGIQDELT   *
      * AND THE FIXED-OFFSET TRAILER OF A FIXED-WIDTH EXTRACT ALIKE.   *
      ******************************************************************
         3200-READ-TRAILER.

           MOVE 30 TO WS-TAG-LEN.
           PERFORM UNTIL WS-TAG-LEN = 0
                 OR WS-DS-TAG(WS-DS-IX)(WS-TAG-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-TAG-LEN
           END-PERFORM.

           COMPUTE WS-SCAN-POS = WS-TAG-LEN + 1.
           MOVE WS-LAST-LINE(WS-SCAN-POS:1) TO WS-SCAN-CHAR.

           IF WS-LAST-LINE(1:WS-TAG-LEN)
                 = WS-DS-TAG(WS-DS-IX)(1:WS-TAG-LEN)
              AND (WS-SCAN-CHAR = SPACE OR "," OR "|" OR ";"
                   OR X"09")
              MOVE 'Y' TO WS-DS-TRL-FLAG(WS-DS-IX)
              PERFORM UNTIL WS-SCAN-POS > 400
                    OR WS-LAST-LINE(WS-SCAN-POS:1) IS NUMERIC
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
              MOVE SPACES TO WS-TRL-DIGITS
              MOVE 0 TO WS-DIGIT-COUNT
              PERFORM UNTIL WS-SCAN-POS > 400
                    OR WS-DIGIT-COUNT >= 7
                    OR WS-LAST-LINE(WS-SCAN-POS:1) IS NOT NUMERIC
                 ADD 1 TO WS-DIGIT-COUNT
                 MOVE WS-LAST-LINE(WS-SCAN-POS:1)
                    TO WS-TRL-DIGITS(WS-DIGIT-COUNT:1)
                 ADD 1 TO WS-SCAN-POS
              END-PERFORM
              IF WS-DIGIT-COUNT > 0
                 COMPUTE WS-DS-TRL-COUNT(WS-DS-IX)
                    = FUNCTION NUMVAL(WS-TRL-DIGITS)
              END-IF
           END-IF.

      ******************************************************************
      * 3500-READ-SNAPSHOT FETCHES THE BEFORE-LOAD MASTER COUNT. THE   *
      * SNAPSHOT ONLY COUNTS FOR THIS NIGHT WHEN IT WAS TAKEN BEFORE   *
      * THE MAGIQCSV RUN AND NO MORE THAN A DAY AHEAD OF IT.           *
      ******************************************************************
         3500-READ-SNAPSHOT.

           SET WS-SNAP-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-SNAP-LINE.

           OPEN INPUT BALSNAP.
           IF WS-SNAP-STATUS = "00"
              READ BALSNAP INTO WS-SNAP-LINE
                 AT END
                    MOVE SPACES TO WS-SNAP-LINE
              END-READ
              CLOSE BALSNAP
           END-IF.

           IF WS-SNAP-DATE IS NUMERIC AND WS-SNAP-TIME IS NUMERIC
              AND WS-SNAP-COUNT IS NUMERIC AND WS-SNAP-DATE > 0
              IF WS-SNAP-DATE < WS-AUD-RUN-DATE
                 OR (WS-SNAP-DATE = WS-AUD-RUN-DATE
                     AND WS-SNAP-TIME <= WS-AUD-RUN-TIME)
                 COMPUTE WS-SNAP-DAYS
                    = FUNCTION INTEGER-OF-DATE(WS-AUD-RUN-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE)
                 IF WS-SNAP-DAYS <= 1
                    SET WS-SNAP-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * 4000-BALANCE PRINTS THE SHEET: THE NIGHT'S AUDIT FIGURES, THE  *
      * DATASET COUNTS, THEN EVERY BALANCING EQUATION WITH ITS TWO     *
      * SIDES, THE DIFFERENCE AND PASS OR FAIL.                        *
      ******************************************************************
         4000-BALANCE.

           OPEN OUTPUT BALRPT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQBAL NIGHTLY BALANCING SHEET  "
                     DELIMITED BY SIZE
                  WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE ALL "-" TO WS-REPORT-LINE(1:60).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQCSV RUN    : " DELIMITED BY SIZE
                  WS-AUD-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-AUD-RUN-DATE(7:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AUD-RUN-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-AUD-RUN-TIME(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-AUD-RUN-TIME(5:2) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-AUD-RESTARTED
              MOVE "RUN TYPE        : RESTART" TO WS-REPORT-LINE
           ELSE
              MOVE "RUN TYPE        : FRESH START" TO WS-REPORT-LINE
           END-IF.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INPUT FILE      : " DELIMITED BY SIZE
                  WS-AUD-INPUT-FILE DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           IF WS-AUD-RECTYPE-RUN
              MOVE SPACES TO WS-REPORT-LINE
              STRING "RECORD TYPES    : " DELIMITED BY SIZE
                     WS-AUD-OUTPUT-FILE DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE BALRPT-REC FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE "DATASET            LINES  DATA ROWS    TRAILER"
              TO WS-REPORT-LINE.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           PERFORM VARYING WS-DS-IX FROM 1 BY 1
              UNTIL WS-DS-IX > WS-DS-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-DS-LABEL(WS-DS-IX) TO WS-REPORT-LINE(1:16)
              EVALUATE TRUE
                 WHEN WS-DS-NOT-USED(WS-DS-IX)
                    MOVE " NOT USED" TO WS-REPORT-LINE(15:9)
                 WHEN WS-DS-FOUND(WS-DS-IX)
                    MOVE WS-DS-LINES(WS-DS-IX) TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(15:9)
                    MOVE WS-DS-DATA-ROWS(WS-DS-IX) TO WS-EDIT-COUNT
                    MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(26:9)
                    IF WS-DS-TRL-FOUND(WS-DS-IX)
                       MOVE WS-DS-TRL-COUNT(WS-DS-IX) TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(37:9)
                    ELSE
                       IF WS-DS-TAG(WS-DS-IX) NOT = SPACES
                          MOVE "NONE" TO WS-REPORT-LINE(42:4)
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "NOT FOUND" TO WS-REPORT-LINE(15:9)
              END-EVALUATE
              MOVE WS-DS-FILENAME(WS-DS-IX)(1:60)
                 TO WS-REPORT-LINE(48:60)
              WRITE BALRPT-REC FROM WS-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO  EQUATION                                   "
                     DELIMITED BY SIZE
                  "    LEFT       RIGHT  DIFFERENCE  RESULT"
                     DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:110).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           PERFORM 4100-CHECK-ROW-BALANCE.
           PERFORM 4200-CHECK-EXTRACT.
           PERFORM 4300-CHECK-SIDE-DATASETS.
           PERFORM 4400-CHECK-SORTED.
           PERFORM 4500-CHECK-DELTAS.
           PERFORM 4600-CHECK-MASTER.

      ******************************************************************
      * 4100-CHECK-ROW-BALANCE: EVERY LINE MAGIQCSV READ (RECYCLED     *
      * ROWS INCLUDED) WENT EXACTLY ONE WAY - WRITTEN (THE HEADER ROW  *
      * WITH THEM), REJECTED, DUPLICATE OR FILTERED, OR PASSED OVER AS *
      * ALREADY DONE ON A RESTART OR AS A TRAILER OR REPEATED HEADER.  *
      ******************************************************************
         4100-CHECK-ROW-BALANCE.

           MOVE 1 TO WS-CHK-NUM.
           MOVE "ROWS READ = WRITTEN+REJECTED+DUPS+FILTERED"
              TO WS-CHK-TITLE.
           SET WS-CHK-COMPARE TO TRUE.
           COMPUTE WS-CHK-LEFT-N = WS-AUD-RECS-READ + WS-AUD-RCY-READ.
           COMPUTE WS-CHK-RIGHT-N = WS-AUD-RECS-WRITTEN
                                  + WS-AUD-RECS-REJECTED
                                  + WS-AUD-RECS-DUP
                                  + WS-AUD-RECS-FILTERED
                                  + WS-AUD-RECS-SKIPPED
                                  + WS-AUD-RECS-CONTROL.
           PERFORM 4900-RECORD-CHECK.

           MOVE WS-AUD-RECS-READ TO WS-EDIT-COUNT.
           MOVE "      ROWS READ FROM INPUT" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(50:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RCY-READ TO WS-EDIT-COUNT.
           MOVE "      RECYCLED ROWS READ" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(50:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-WRITTEN TO WS-EDIT-COUNT.
           IF WS-AUD-RECTYPE-RUN
              MOVE "      WRITTEN TO THE RECORD-TYPE OUTPUTS"
                 TO WS-REPORT-LINE
           ELSE
              MOVE "      WRITTEN (WITH HEADER ROW)" TO WS-REPORT-LINE
           END-IF.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-REJECTED TO WS-EDIT-COUNT.
           MOVE "      REJECTED" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-DUP TO WS-EDIT-COUNT.
           MOVE "      DUPLICATES" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-FILTERED TO WS-EDIT-COUNT.
           MOVE "      FILTERED" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-SKIPPED TO WS-EDIT-COUNT.
           MOVE "      SKIPPED ON RESTART" TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE WS-AUD-RECS-CONTROL TO WS-EDIT-COUNT.
           MOVE "      TRAILER AND REPEATED HEADER ROWS"
              TO WS-REPORT-LINE.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(61:9).
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

      ******************************************************************
      * 4200-CHECK-EXTRACT TIES THE CLEANED EXTRACT TO ITS OWN TRAILER *
      * AND TO THE ROWS MAGIQCSV SAYS IT WROTE. A RESTARTED RUN'S      *
      * AUDIT COUNTS COVER ONLY THE LAST EXECUTION WHILE THE EXTRACT   *
      * HOLDS THE WHOLE NIGHT, SO THAT SECOND CHECK IS NOT MADE THEN.  *
      * A RECORD-TYPE RUN HAS NO EXTRACT TO TIE.                       *
      ******************************************************************
         4200-CHECK-EXTRACT.

           MOVE 2 TO WS-CHK-NUM.
           MOVE "OUTPUT TRAILER COUNT = OUTPUT DATA ROWS"
              TO WS-CHK-TITLE.
           MOVE WS-DS-OUTPUT TO WS-DS-IX.
           PERFORM 4800-CHECK-TRAILER.

           MOVE 3 TO WS-CHK-NUM.
           MOVE "OUTPUT DATA ROWS = ROWS WRITTEN" TO WS-CHK-TITLE.
           EVALUATE TRUE
              WHEN WS-AUD-RECTYPE-RUN
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - RECORD-TYPE RUN" TO WS-CHK-REASON
              WHEN WS-AUD-RESTARTED
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - RESTARTED RUN" TO WS-CHK-REASON
              WHEN OTHER
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE WS-DS-DATA-ROWS(WS-DS-OUTPUT) TO WS-CHK-LEFT-N
                 COMPUTE WS-CHK-RIGHT-N = WS-AUD-RECS-WRITTEN - 1
                 IF WS-CHK-RIGHT-N < 0
                    MOVE 0 TO WS-CHK-RIGHT-N
                 END-IF
           END-EVALUATE.
           PERFORM 4900-RECORD-CHECK.

      ******************************************************************
      * 4300-CHECK-SIDE-DATASETS TIES THE REJECT AND DUPLICATE LINE    *
      * COUNTS TO THE AUDIT RECORD, AND THE PARK DATASET - WHICH IS    *
      * KEPT ACROSS RUNS - TO THE LINES IT HELD BEFORE THE RUN PLUS    *
      * THE ROWS PARKED TONIGHT.                                       *
      ******************************************************************
         4300-CHECK-SIDE-DATASETS.

           MOVE 4 TO WS-CHK-NUM.
           MOVE "REJECT LINES = ROWS REJECTED" TO WS-CHK-TITLE.
           MOVE WS-DS-REJECT TO WS-DS-IX.
           MOVE WS-AUD-RECS-REJECTED TO WS-CHK-RIGHT-N.
           PERFORM 4700-CHECK-LINE-COUNT.

           MOVE 5 TO WS-CHK-NUM.
           MOVE "DUPLICATE LINES = DUPLICATE ROWS" TO WS-CHK-TITLE.
           MOVE WS-DS-DUPLICATE TO WS-DS-IX.
           MOVE WS-AUD-RECS-DUP TO WS-CHK-RIGHT-N.
           PERFORM 4700-CHECK-LINE-COUNT.

           MOVE 6 TO WS-CHK-NUM.
           MOVE "PARKED LINES = PRIOR PARKED + PARKED TONIGHT"
              TO WS-CHK-TITLE.
           EVALUATE TRUE
              WHEN NOT WS-AUD-RECYCLE-RAN
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - NO RECYCLE PASS" TO WS-CHK-REASON
              WHEN WS-DS-NOT-FOUND(WS-DS-PARKED)
                 AND WS-AUD-PARK-BASE + WS-AUD-RCY-PARKED > 0
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE 0 TO WS-CHK-LEFT-N
                 COMPUTE WS-CHK-RIGHT-N
                    = WS-AUD-PARK-BASE + WS-AUD-RCY-PARKED
              WHEN OTHER
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE WS-DS-LINES(WS-DS-PARKED) TO WS-CHK-LEFT-N
                 COMPUTE WS-CHK-RIGHT-N
                    = WS-AUD-PARK-BASE + WS-AUD-RCY-PARKED
           END-EVALUATE.
           PERFORM 4900-RECORD-CHECK.

      ******************************************************************
      * 4400-CHECK-SORTED: THE SORT MUST NEITHER GAIN NOR LOSE A ROW,  *
      * AND THE TRAILER IT CARRIES LAST MUST STILL MATCH.              *
      ******************************************************************
         4400-CHECK-SORTED.

           MOVE 7 TO WS-CHK-NUM.
           MOVE "SORTED DATA ROWS = OUTPUT DATA ROWS" TO WS-CHK-TITLE.
           EVALUATE TRUE
              WHEN WS-AUD-RECTYPE-RUN
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - RECORD-TYPE RUN" TO WS-CHK-REASON
              WHEN WS-DS-NOT-FOUND(WS-DS-SORTED)
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - NO SORTED EXTRACT"
                    TO WS-CHK-REASON
              WHEN OTHER
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE WS-DS-DATA-ROWS(WS-DS-SORTED) TO WS-CHK-LEFT-N
                 MOVE WS-DS-DATA-ROWS(WS-DS-OUTPUT) TO WS-CHK-RIGHT-N
           END-EVALUATE.
           PERFORM 4900-RECORD-CHECK.

           MOVE 8 TO WS-CHK-NUM.
           MOVE "SORTED TRAILER COUNT = SORTED DATA ROWS"
              TO WS-CHK-TITLE.
           MOVE WS-DS-SORTED TO WS-DS-IX.
           PERFORM 4800-CHECK-TRAILER.

      ******************************************************************
      * 4500-CHECK-DELTAS TIES EACH DELTA DATASET TO ITS TRAILER, THEN *
      * PROVES THE DELTAS CARRY THE PRIOR EXTRACT TO TONIGHT'S: PRIOR  *
      * DATA ROWS PLUS THE ADD TRAILER LESS THE DELETE TRAILER MUST    *
      * EQUAL THE DATA ROWS OF THE CURRENT EXTRACT.                    *
      ******************************************************************
         4500-CHECK-DELTAS.

           MOVE 9 TO WS-CHK-NUM.
           MOVE "DELTADD TRAILER COUNT = DELTADD ROWS"
              TO WS-CHK-TITLE.
           MOVE WS-DS-DELTADD TO WS-DS-IX.
           PERFORM 4800-CHECK-TRAILER.

           MOVE 10 TO WS-CHK-NUM.
           MOVE "DELTCHG TRAILER COUNT = DELTCHG ROWS"
              TO WS-CHK-TITLE.
           MOVE WS-DS-DELTCHG TO WS-DS-IX.
           PERFORM 4800-CHECK-TRAILER.

           MOVE 11 TO WS-CHK-NUM.
           MOVE "DELTDEL TRAILER COUNT = DELTDEL ROWS"
              TO WS-CHK-TITLE.
           MOVE WS-DS-DELTDEL TO WS-DS-IX.
           PERFORM 4800-CHECK-TRAILER.

           MOVE 12 TO WS-CHK-NUM.
           MOVE "PRIOR + ADDS - DELETES = CURRENT ROWS"
              TO WS-CHK-TITLE.
           EVALUATE TRUE
              WHEN WS-AUD-RECTYPE-RUN
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - RECORD-TYPE RUN" TO WS-CHK-REASON
              WHEN WS-DS-NOT-FOUND(WS-DS-PRIOR)
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - NO PRIOR EXTRACT"
                    TO WS-CHK-REASON
              WHEN WS-DS-NOT-FOUND(WS-DS-DELTADD)
                 OR WS-DS-NOT-FOUND(WS-DS-DELTDEL)
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - NO DELTA DATASETS"
                    TO WS-CHK-REASON
              WHEN OTHER
                 SET WS-CHK-COMPARE TO TRUE
                 COMPUTE WS-CHK-LEFT-N
                    = WS-DS-DATA-ROWS(WS-DS-PRIOR)
                    + WS-DS-TRL-COUNT(WS-DS-DELTADD)
                    - WS-DS-TRL-COUNT(WS-DS-DELTDEL)
                 MOVE WS-DS-DATA-ROWS(WS-DS-OUTPUT) TO WS-CHK-RIGHT-N
           END-EVALUATE.
           PERFORM 4900-RECORD-CHECK.

           IF WS-CHK-COMPARE
              MOVE WS-DS-DATA-ROWS(WS-DS-PRIOR) TO WS-EDIT-COUNT
              MOVE "      PRIOR DATA ROWS" TO WS-REPORT-LINE
              MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(50:9)
              WRITE BALRPT-REC FROM WS-REPORT-LINE
              MOVE WS-DS-TRL-COUNT(WS-DS-DELTADD) TO WS-EDIT-COUNT
              MOVE "      ADDS (DELTADD TRAILER)" TO WS-REPORT-LINE
              MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(50:9)
              WRITE BALRPT-REC FROM WS-REPORT-LINE
              MOVE WS-DS-TRL-COUNT(WS-DS-DELTDEL) TO WS-EDIT-COUNT
              MOVE "      DELETES (DELTDEL TRAILER)" TO WS-REPORT-LINE
              MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(50:9)
              WRITE BALRPT-REC FROM WS-REPORT-LINE
           END-IF.

      ******************************************************************
      * 4600-CHECK-MASTER: ONLY A NEW KEY ADDS A MASTER RECORD, SO THE *
      * COUNT BEFORE THE LOAD PLUS THE NEW KEYS LOADED MUST EQUAL THE  *
      * COUNT NOW. THE BEFORE COUNT COMES FROM THE SNAPSHOT STEP; THE  *
      * BALANCING STEP MUST RUN BEFORE ANY PURGE OF THE MASTER.        *
      ******************************************************************
         4600-CHECK-MASTER.

           MOVE 13 TO WS-CHK-NUM.
           MOVE "MASTER BEFORE + NEW KEYS = MASTER AFTER"
              TO WS-CHK-TITLE.
           EVALUATE TRUE
              WHEN NOT WS-AUD-MASTER-LOADED
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - NO MASTER LOAD" TO WS-CHK-REASON
              WHEN WS-SNAP-NOT-FOUND
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - NO SNAPSHOT FOR THE RUN"
                    TO WS-CHK-REASON
              WHEN OTHER
                 PERFORM 1500-COUNT-MASTER
                 SET WS-CHK-COMPARE TO TRUE
                 COMPUTE WS-CHK-LEFT-N
                    = WS-SNAP-COUNT + WS-AUD-MST-ADDED
                 MOVE WS-MASTER-COUNT TO WS-CHK-RIGHT-N
           END-EVALUATE.
           PERFORM 4900-RECORD-CHECK.

      ******************************************************************
      * 4700-CHECK-LINE-COUNT COMPARES THE LINE COUNT OF DATASET       *
      * WS-DS-IX WITH THE AUDIT FIGURE ALREADY IN WS-CHK-RIGHT-N. THE  *
      * DATASET IS EXTENDED ACROSS A RESTART, SO A RESTARTED RUN IS    *
      * NOT CHECKED; A DATASET NOT THERE AT ALL HOLDS NO LINES.        *
      ******************************************************************
         4700-CHECK-LINE-COUNT.

           IF WS-AUD-RESTARTED
              SET WS-CHK-NOT-CHECKED TO TRUE
              MOVE "NOT CHECKED - RESTARTED RUN" TO WS-CHK-REASON
           ELSE
              SET WS-CHK-COMPARE TO TRUE
              MOVE WS-DS-LINES(WS-DS-IX) TO WS-CHK-LEFT-N
           END-IF.
           PERFORM 4900-RECORD-CHECK.

      ******************************************************************
      * 4800-CHECK-TRAILER COMPARES THE TRAILER COUNT OF DATASET       *
      * WS-DS-IX WITH ITS DATA ROWS. A DATASET THAT SHOULD CARRY A     *
      * TRAILER AND DOES NOT IS A BREAK IN ITSELF.                     *
      ******************************************************************
         4800-CHECK-TRAILER.

           EVALUATE TRUE
              WHEN WS-DS-NOT-USED(WS-DS-IX)
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - RECORD-TYPE RUN" TO WS-CHK-REASON
              WHEN WS-DS-TAG(WS-DS-IX) = SPACES
                 SET WS-CHK-NOT-APPLICABLE TO TRUE
                 MOVE "N/A - NO TRAILER TAG SET" TO WS-CHK-REASON
              WHEN WS-DS-NOT-FOUND(WS-DS-IX)
                 SET WS-CHK-NOT-CHECKED TO TRUE
                 MOVE "NOT CHECKED - DATASET NOT FOUND"
                    TO WS-CHK-REASON
              WHEN WS-DS-TRL-NOT-FOUND(WS-DS-IX)
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE 0 TO WS-CHK-LEFT-N
                 MOVE WS-DS-DATA-ROWS(WS-DS-IX) TO WS-CHK-RIGHT-N
                 MOVE "FAIL - NO TRAILER ROW" TO WS-CHK-REASON
              WHEN OTHER
                 SET WS-CHK-COMPARE TO TRUE
                 MOVE WS-DS-TRL-COUNT(WS-DS-IX) TO WS-CHK-LEFT-N
                 MOVE WS-DS-DATA-ROWS(WS-DS-IX) TO WS-CHK-RIGHT-N
           END-EVALUATE.

           IF WS-DS-TRL-NOT-FOUND(WS-DS-IX) AND WS-CHK-COMPARE
              PERFORM 4950-RECORD-MISSING-TRAILER
           ELSE
              PERFORM 4900-RECORD-CHECK
           END-IF.

      ******************************************************************
      * 4900-RECORD-CHECK PRINTS ONE EQUATION ON THE SHEET AND THE     *
      * CONSOLE AND COUNTS IT PASSED, FAILED OR NOT CHECKED.           *
      ******************************************************************
         4900-RECORD-CHECK.

           MOVE SPACES TO WS-SHEET-LINE.
           MOVE WS-CHK-NUM TO WS-SHT-NUM.
           MOVE WS-CHK-TITLE TO WS-SHT-TITLE.

           IF WS-CHK-COMPARE
              COMPUTE WS-CHK-DIFF-N = WS-CHK-LEFT-N - WS-CHK-RIGHT-N
              MOVE WS-CHK-LEFT-N TO WS-SHT-LEFT
              MOVE WS-CHK-RIGHT-N TO WS-SHT-RIGHT
              MOVE WS-CHK-DIFF-N TO WS-SHT-DIFF
              IF WS-CHK-DIFF-N = 0
                 MOVE "PASS" TO WS-SHT-RESULT
                 ADD 1 TO WS-CHECKS-PASSED
              ELSE
                 MOVE "FAIL" TO WS-SHT-RESULT
                 ADD 1 TO WS-CHECKS-FAILED
              END-IF
           ELSE
              MOVE WS-CHK-REASON TO WS-SHT-RESULT
              IF WS-CHK-NOT-CHECKED
                 ADD 1 TO WS-CHECKS-SKIPPED
              END-IF
           END-IF.

           WRITE BALRPT-REC FROM WS-SHEET-LINE.
           DISPLAY "MAGIQBAL - " WS-SHT-NUM " " WS-SHT-TITLE " "
              WS-SHT-RESULT.

           MOVE SPACES TO WS-CHK-REASON WS-REPORT-LINE.
           MOVE 0 TO WS-CHK-LEFT-N WS-CHK-RIGHT-N WS-CHK-DIFF-N.

         4950-RECORD-MISSING-TRAILER.

           PERFORM 4900-RECORD-CHECK.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      NO " DELIMITED BY SIZE
                  WS-DS-TAG(WS-DS-IX) DELIMITED BY SPACE
                  " TRAILER ROW AT THE END OF " DELIMITED BY SIZE
                  WS-DS-FILENAME(WS-DS-IX) DELIMITED BY SPACE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.

      ******************************************************************
      * 9000-END CLOSES THE SHEET WITH THE VERDICT. ANY BREAK ENDS THE *
      * STEP WITH CONDITION CODE 16, THE CODE A FAILED TRAILER         *
      * RECONCILIATION GIVES, SO THE STREAM HOLDS THE WAREHOUSE LOAD;  *
      * AN EQUATION THAT COULD NOT BE CHECKED ENDS WITH 4.             *
      ******************************************************************
         9000-END.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-CHECKS-PASSED TO WS-EDIT-SMALL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EQUATIONS PASSED      : " DELIMITED BY SIZE
                  WS-EDIT-SMALL DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-CHECKS-FAILED TO WS-EDIT-SMALL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EQUATIONS FAILED      : " DELIMITED BY SIZE
                  WS-EDIT-SMALL DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-CHECKS-SKIPPED TO WS-EDIT-SMALL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EQUATIONS NOT CHECKED : " DELIMITED BY SIZE
                  WS-EDIT-SMALL DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           IF WS-CHECKS-FAILED > 0
              STRING "NIGHT IS OUT OF BALANCE - HOLD THE WAREHOUSE "
                        DELIMITED BY SIZE
                     "LOAD UNTIL THE BREAKS ARE SIGNED OFF"
                        DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              DISPLAY "MAGIQBAL ERROR - " WS-CHECKS-FAILED
                 " BALANCING BREAK(S), SEE BALANCE.TXT"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE "NIGHT IS IN BALANCE" TO WS-REPORT-LINE
              IF WS-CHECKS-SKIPPED > 0
                 DISPLAY "MAGIQBAL WARNING - " WS-CHECKS-SKIPPED
                    " EQUATION(S) NOT CHECKED"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY "MAGIQBAL - NIGHT IS IN BALANCE"
              END-IF
           END-IF.
           WRITE BALRPT-REC FROM WS-REPORT-LINE.

           CLOSE BALRPT.
