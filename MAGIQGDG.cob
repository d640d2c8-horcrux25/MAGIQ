      ******************************************************************
      * PROGRAM NAME: MAGIQGDG                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             GENERATION MANAGEMENT OF THE    *
      *                                NIGHT'S DATASETS: AT THE END OF *
      *                                A GOOD NIGHT COPY EACH DATASET  *
      *                                NAMED IN THE CONTROL DATASET TO *
      *                                A NEW NUMBERED GENERATION,      *
      *                                CATALOG IT WITH ITS DATE, AND   *
      *                                DELETE OR ARCHIVE THE ONES      *
      *                                BEYOND THE OPERATOR'S LIMIT.    *
      *                                THE CATALOG IS NEVER ROLLED     *
      *                                AFTER A NIGHT THAT ENDED 12 OR  *
      *                                16. A LIST MODE SHOWS WHAT IS   *
      *                                CATALOGED AND A RESTORE MODE    *
      *                                BRINGS BACK THE GENERATION OF A *
      *                                GIVEN DATE                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQGDG.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GDGCTL ASSIGN TO DYNAMIC WS-GDGCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDGCTL-STATUS.

       SELECT GDGCAT ASSIGN TO "GDGCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDGCAT-STATUS.

       SELECT GDGSTAT ASSIGN TO "STEPSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDGSTAT-STATUS.

       SELECT GDGIN ASSIGN TO DYNAMIC WS-COPY-FROM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDGIN-STATUS.

       SELECT GDGOUT ASSIGN TO DYNAMIC WS-COPY-TO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GDGOUT-STATUS.

       SELECT GDGRPT ASSIGN TO "GDGRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  GDGCTL.
       01  GDGCTL-REC                          PIC X(200).

       FD  GDGCAT.
       01  GDGCAT-REC                          PIC X(200).

       FD  GDGSTAT.
       01  GDGSTAT-REC                         PIC X(132).

      *    A GENERATION IS A LINE-FOR-LINE COPY OF THE DATASET, SO THE
      *    LENGTH OF EACH LINE READ IS CARRIED ACROSS TO THE WRITE
       FD  GDGIN
           RECORD IS VARYING IN SIZE FROM 0 TO 2000 CHARACTERS
           DEPENDING ON WS-COPY-LEN.
       01  GDGIN-REC                           PIC X(2000).

       FD  GDGOUT
           RECORD IS VARYING IN SIZE FROM 0 TO 2000 CHARACTERS
           DEPENDING ON WS-COPY-LEN.
       01  GDGOUT-REC                          PIC X(2000).

       FD  GDGRPT.
       01  GDGRPT-REC                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-GDGCTL-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-GDGCAT-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-GDGSTAT-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-GDGIN-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-GDGOUT-STATUS                    PIC X(02) VALUE SPACES.

       01  WS-GDGCTL-FILENAME                  PIC X(100) VALUE
               "GDGCTL.DAT".

       01  WS-MODE                             PIC X(01) VALUE 'C'.
           88  WS-MODE-CATALOG                       VALUE 'C'.
           88  WS-MODE-LIST                          VALUE 'L'.
           88  WS-MODE-RESTORE                       VALUE 'R'.

       01  WS-EOF-FLAG                         PIC X VALUE 'N'.
           88  WS-AT-EOF                             VALUE 'Y'.
           88  WS-NOT-AT-EOF                          VALUE 'N'.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.
       01  WS-RUN-TIME                         PIC 9(08) VALUE ZEROES.

      *    THE CONDITION CODE THE NIGHT ENDED WITH. A VALUE IN THE
      *    MAGIQGDG_RUN_RC SWITCH IS TAKEN AS GIVEN; OTHERWISE IT IS
      *    THE HIGHEST CODE OF THE LATEST STREAM IN THE MAGIQJOB
      *    STEP-STATUS DATASET
       01  WS-RUN-RC-X                         PIC X(10) VALUE SPACES.
       01  WS-NIGHT-RC                         PIC 9(03) VALUE ZEROES.
       01  WS-STAT-STREAM                      PIC X(15) VALUE SPACES.
       01  WS-STAT-RC-X                        PIC X(03) VALUE SPACES.

       01  WS-ARCHIVE-PREFIX                   PIC X(60) VALUE
               "ARCHIVE.".
       01  WS-WANT-DSN                         PIC X(60) VALUE SPACES.
       01  WS-WANT-DATE-X                      PIC X(08) VALUE SPACES.
       01  WS-RESTORE-FILENAME                 PIC X(100) VALUE SPACES.

      *    THE CONTROL DATASET IS COMMA SEPARATED LIKE THE JOB-STREAM
      *    CONTROL DATASET, A LINE STARTING WITH AN ASTERISK BEING A
      *    COMMENT:
      *       DATASET,<DATASET NAME>,<GENERATIONS KEPT>,<D|A>
      *    D DELETES A GENERATION THAT FALLS OFF THE END, A ARCHIVES
      *    IT UNDER THE ARCHIVE PREFIX AND KEEPS IT IN THE CATALOG.
       01  WS-CTL-VERB                         PIC X(10) VALUE SPACES.
       01  WS-CTL-DSN                          PIC X(60) VALUE SPACES.
       01  WS-CTL-KEEP-X                       PIC X(10) VALUE SPACES.
       01  WS-CTL-ACTION                       PIC X(10) VALUE SPACES.
       01  WS-CTL-LINE-NO                      PIC 9(5) VALUE ZEROES.
       01  WS-CTL-ERRORS                       PIC 9(3) VALUE ZEROES.

       01  WS-MAX-DATASETS                     PIC 9(2) VALUE 30.
       01  WS-GDS-COUNT                        PIC 9(2) VALUE ZEROES.
       01  WS-GDS-IX                           PIC 9(2) VALUE ZEROES.

       01  WS-GDS-TABLE.
           05  WS-GDS-ENTRY OCCURS 30 TIMES.
               10  WS-GDS-NAME                  PIC X(60).
               10  WS-GDS-KEEP                  PIC 9(03).
               10  WS-GDS-ACTION                PIC X(01).
                   88  WS-GDS-DELETE                  VALUE 'D'.
                   88  WS-GDS-ARCHIVE                 VALUE 'A'.

      *    ONE CATALOG LINE PER GENERATION: DATASET NAME 1-60,
      *    GENERATION 62-65, DATE 67-74, TIME 76-81, STATE 83 (C
      *    CATALOGED, A ARCHIVED), LINES 85-91, GENERATION DATASET
      *    NAME FROM 93
       01  WS-CAT-LINE.
           05  WS-CATL-DSN                     PIC X(60).
           05  FILLER                          PIC X(01).
           05  WS-CATL-GEN                     PIC 9(04).
           05  FILLER                          PIC X(01).
           05  WS-CATL-DATE                    PIC 9(08).
           05  FILLER                          PIC X(01).
           05  WS-CATL-TIME                    PIC 9(06).
           05  FILLER                          PIC X(01).
           05  WS-CATL-STATE                   PIC X(01).
           05  FILLER                          PIC X(01).
           05  WS-CATL-LINES                   PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-CATL-FILE                    PIC X(100).
           05  FILLER                          PIC X(08).

       01  WS-MAX-CAT                          PIC 9(4) VALUE 2000.
       01  WS-CAT-COUNT                        PIC 9(4) VALUE ZEROES.
       01  WS-CAT-IX                           PIC 9(4) VALUE ZEROES.
       01  WS-CAT-JX                           PIC 9(4) VALUE ZEROES.
       01  WS-CAT-OLDEST                       PIC 9(4) VALUE ZEROES.
       01  WS-CAT-FOUND                        PIC 9(4) VALUE ZEROES.

       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 2000 TIMES.
               10  WS-CAT-DSN                   PIC X(60).
               10  WS-CAT-GEN                   PIC 9(04).
               10  WS-CAT-DATE                  PIC 9(08).
               10  WS-CAT-TIME                  PIC 9(06).
               10  WS-CAT-STATE                 PIC X(01).
                   88  WS-CAT-CATALOGED               VALUE 'C'.
                   88  WS-CAT-ARCHIVED                VALUE 'A'.
                   88  WS-CAT-DROPPED                 VALUE 'X'.
               10  WS-CAT-LINES                 PIC 9(07).
               10  WS-CAT-FILE                  PIC X(100).

       01  WS-NEW-GEN                          PIC 9(04) VALUE ZEROES.
       01  WS-ACTIVE-COUNT                     PIC 9(04) VALUE ZEROES.
       01  WS-GEN-FILENAME                     PIC X(100) VALUE SPACES.
       01  WS-ARC-FILENAME                     PIC X(100) VALUE SPACES.

       01  WS-SEEN-FLAG                        PIC X VALUE 'N'.
           88  WS-DSN-SEEN                           VALUE 'Y'.
           88  WS-DSN-NOT-SEEN                        VALUE 'N'.

      *    THE COPY ROUTINE'S TWO DATASET NAMES, THE LENGTH OF THE
      *    LINE IN HAND AND THE LINES COPIED
       01  WS-COPY-FROM                        PIC X(100) VALUE SPACES.
       01  WS-COPY-TO                          PIC X(100) VALUE SPACES.
       01  WS-COPY-LEN                         PIC 9(4) VALUE ZEROES.
       01  WS-COPY-LINES                       PIC 9(07) VALUE ZEROES.

       01  WS-COPY-FLAG                        PIC X VALUE 'N'.
           88  WS-COPY-OK                            VALUE 'Y'.
           88  WS-COPY-FAILED                         VALUE 'N'.

       01  WS-DELETE-FILENAME                  PIC X(100) VALUE SPACES.
       01  WS-DELETE-RC                        PIC S9(9) VALUE ZEROES.

       01  WS-WARNING-FLAG                     PIC X VALUE 'N'.
           88  WS-WARNING-RAISED                     VALUE 'Y'.

       01  WS-ROLL-TOTALS.
           05  WS-TOT-CATALOGED                PIC 9(03) VALUE ZEROES.
           05  WS-TOT-ARCHIVED                 PIC 9(03) VALUE ZEROES.
           05  WS-TOT-DELETED                  PIC 9(03) VALUE ZEROES.
           05  WS-TOT-MISSING                  PIC 9(03) VALUE ZEROES.

       01  WS-LIST-LINE.
           05  WS-LST-DSN                      PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-LST-GEN                      PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-LST-DATE                     PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-LST-TIME                     PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-LST-STATE                    PIC X(10).
           05  WS-LST-LINES                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-LST-FILE                     PIC X(49).

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-RC                          PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.

           EVALUATE TRUE
              WHEN WS-MODE-LIST
                 PERFORM 1400-OPEN-REPORT
                 PERFORM 3000-LIST-CATALOG
              WHEN WS-MODE-RESTORE
                 PERFORM 4000-RESTORE-GENERATION
              WHEN OTHER
                 PERFORM 1200-CHECK-NIGHT
                 PERFORM 1300-LOAD-CONTROL
                 PERFORM 1400-OPEN-REPORT
                 PERFORM 2000-ROLL-CATALOG
           END-EVALUATE.

           PERFORM 9000-END.

         1000-INITIALIZATION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE 'C' TO WS-MODE.
           DISPLAY "MAGIQGDG_MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODE FROM ENVIRONMENT-VALUE.
           IF NOT WS-MODE-LIST AND NOT WS-MODE-RESTORE
              SET WS-MODE-CATALOG TO TRUE
           END-IF.

           DISPLAY "MAGIQGDG_CONTROL_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-GDGCTL-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-GDGCTL-FILENAME = SPACES
              MOVE "GDGCTL.DAT" TO WS-GDGCTL-FILENAME
           END-IF.

           DISPLAY "MAGIQGDG_ARCHIVE_PREFIX" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ARCHIVE-PREFIX FROM ENVIRONMENT-VALUE.
           IF WS-ARCHIVE-PREFIX = SPACES
              MOVE "ARCHIVE." TO WS-ARCHIVE-PREFIX
           END-IF.

           MOVE SPACES TO WS-WANT-DSN.
           DISPLAY "MAGIQGDG_DATASET" UPON ENVIRONMENT-NAME.
           ACCEPT WS-WANT-DSN FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO WS-WANT-DATE-X.
           DISPLAY "MAGIQGDG_DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-WANT-DATE-X FROM ENVIRONMENT-VALUE.

           MOVE SPACES TO WS-RESTORE-FILENAME.
           DISPLAY "MAGIQGDG_RESTORE_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RESTORE-FILENAME FROM ENVIRONMENT-VALUE.

           PERFORM 1100-LOAD-CATALOG.

      ******************************************************************
      * 1100-LOAD-CATALOG READS THE GENERATION CATALOG INTO THE TABLE. *
      * THERE IS NO CATALOG BEFORE THE FIRST ROLL.                     *
      ******************************************************************
         1100-LOAD-CATALOG.

           MOVE 0 TO WS-CAT-COUNT.
           INITIALIZE WS-CAT-TABLE.

           OPEN INPUT GDGCAT.
           IF WS-GDGCAT-STATUS = "35"
              DISPLAY "MAGIQGDG - NO GENERATION CATALOG YET"
           ELSE
              IF WS-GDGCAT-STATUS NOT = "00"
                 DISPLAY "MAGIQGDG ERROR - CANNOT OPEN THE "
                    "GENERATION CATALOG, STATUS = " WS-GDGCAT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ GDGCAT INTO WS-CAT-LINE
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF AND WS-CAT-LINE NOT = SPACES
                    PERFORM 1110-STORE-CATALOG-LINE
                 END-IF
              END-PERFORM
              CLOSE GDGCAT
           END-IF.

         1110-STORE-CATALOG-LINE.

           IF WS-CAT-COUNT >= WS-MAX-CAT
              DISPLAY "MAGIQGDG ERROR - MORE THAN " WS-MAX-CAT
                 " GENERATIONS IN THE CATALOG"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-CAT-COUNT.
           MOVE WS-CATL-DSN TO WS-CAT-DSN(WS-CAT-COUNT).
           MOVE WS-CATL-GEN TO WS-CAT-GEN(WS-CAT-COUNT).
           MOVE WS-CATL-DATE TO WS-CAT-DATE(WS-CAT-COUNT).
           MOVE WS-CATL-TIME TO WS-CAT-TIME(WS-CAT-COUNT).
           MOVE WS-CATL-STATE TO WS-CAT-STATE(WS-CAT-COUNT).
           MOVE WS-CATL-LINES TO WS-CAT-LINES(WS-CAT-COUNT).
           MOVE WS-CATL-FILE TO WS-CAT-FILE(WS-CAT-COUNT).

      ******************************************************************
      * 1200-CHECK-NIGHT FINDS THE CONDITION CODE THE NIGHT ENDED      *
      * WITH. A NIGHT THAT ENDED 12 (REJECT THRESHOLD) OR 16 (TRAILER  *
      * OR BALANCING BREAK) PRODUCED DATASETS THAT MUST NOT BECOME A   *
      * GENERATION - THE NEXT DELTA WOULD COMPARE AGAINST THEM - SO    *
      * THE CATALOG IS LEFT AS IT STANDS. WHEN THE CODE CANNOT BE      *
      * FOUND AT ALL THE CATALOG IS NOT ROLLED EITHER.                 *
      ******************************************************************
         1200-CHECK-NIGHT.

           MOVE SPACES TO WS-RUN-RC-X.
           DISPLAY "MAGIQGDG_RUN_RC" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-RC-X FROM ENVIRONMENT-VALUE.

           IF WS-RUN-RC-X NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-RUN-RC-X) = 0
                 COMPUTE WS-NIGHT-RC = FUNCTION NUMVAL(WS-RUN-RC-X)
              ELSE
                 DISPLAY "MAGIQGDG ERROR - RUN RC " WS-RUN-RC-X
                    " IS NOT NUMERIC"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM 1210-READ-STEP-STATUS
           END-IF.

           MOVE WS-NIGHT-RC TO WS-EDIT-RC.
           IF WS-NIGHT-RC = 12 OR WS-NIGHT-RC = 16
              DISPLAY "MAGIQGDG WARNING - THE NIGHT ENDED WITH "
                 "CONDITION CODE " WS-EDIT-RC
                 ", THE CATALOG IS NOT ROLLED"
              PERFORM 1400-OPEN-REPORT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "NIGHT ENDED WITH CONDITION CODE "
                        DELIMITED BY SIZE
                     WS-EDIT-RC DELIMITED BY SIZE
                     " - CATALOG NOT ROLLED" DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE GDGRPT-REC FROM WS-REPORT-LINE
              CLOSE GDGRPT
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 1210-READ-STEP-STATUS TAKES THE HIGHEST RETURN CODE OF THE     *
      * LATEST STREAM IN THE STEP-STATUS DATASET. THIS STEP RUNS       *
      * INSIDE THAT STREAM, SO EVERY STEP AHEAD OF IT IS ALREADY THERE.*
      ******************************************************************
         1210-READ-STEP-STATUS.

           MOVE 0 TO WS-NIGHT-RC.
           MOVE SPACES TO WS-STAT-STREAM.

           OPEN INPUT GDGSTAT.
           IF WS-GDGSTAT-STATUS NOT = "00"
              DISPLAY "MAGIQGDG ERROR - NO STEP-STATUS DATASET AND NO "
                 "MAGIQGDG_RUN_RC, CANNOT TELL HOW THE NIGHT ENDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM UNTIL WS-AT-EOF
              READ GDGSTAT
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
              IF WS-NOT-AT-EOF AND GDGSTAT-REC NOT = SPACES
                 IF GDGSTAT-REC(1:15) NOT = WS-STAT-STREAM
                    MOVE GDGSTAT-REC(1:15) TO WS-STAT-STREAM
                    MOVE 0 TO WS-NIGHT-RC
                 END-IF
                 MOVE GDGSTAT-REC(72:3) TO WS-STAT-RC-X
                 IF WS-STAT-RC-X IS NUMERIC
                    IF WS-STAT-RC-X > WS-NIGHT-RC
                       MOVE WS-STAT-RC-X TO WS-NIGHT-RC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE GDGSTAT.

           IF WS-STAT-STREAM = SPACES
              DISPLAY "MAGIQGDG ERROR - THE STEP-STATUS DATASET IS "
                 "EMPTY, CANNOT TELL HOW THE NIGHT ENDED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 1300-LOAD-CONTROL READS THE DATASETS TO BE KEPT IN             *
      * GENERATIONS. ANY LINE THAT CANNOT BE UNDERSTOOD IS LISTED AND  *
      * THE RUN STOPS BEFORE A SINGLE GENERATION IS TAKEN.             *
      ******************************************************************
         1300-LOAD-CONTROL.

           MOVE 0 TO WS-GDS-COUNT.
           INITIALIZE WS-GDS-TABLE.

           OPEN INPUT GDGCTL.
           IF WS-GDGCTL-STATUS NOT = "00"
              DISPLAY "MAGIQGDG ERROR - CANNOT OPEN THE CONTROL "
                 "DATASET " WS-GDGCTL-FILENAME(1:40)
                 ", STATUS = " WS-GDGCTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-NOT-AT-EOF TO TRUE.
           PERFORM UNTIL WS-AT-EOF
              READ GDGCTL
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
              IF WS-NOT-AT-EOF
                 ADD 1 TO WS-CTL-LINE-NO
                 IF GDGCTL-REC NOT = SPACES
                    AND GDGCTL-REC(1:1) NOT = "*"
                    PERFORM 1310-PARSE-CONTROL-LINE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE GDGCTL.

           IF WS-GDS-COUNT = 0 AND WS-CTL-ERRORS = 0
              DISPLAY "MAGIQGDG ERROR - THE CONTROL DATASET NAMES NO "
                 "DATASETS"
              ADD 1 TO WS-CTL-ERRORS
           END-IF.

           IF WS-CTL-ERRORS > 0
              DISPLAY "MAGIQGDG ERROR - " WS-CTL-ERRORS
                 " FAULT(S) IN THE CONTROL DATASET, NOTHING ROLLED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

         1310-PARSE-CONTROL-LINE.

           MOVE SPACES TO WS-CTL-VERB.
           MOVE SPACES TO WS-CTL-DSN.
           MOVE SPACES TO WS-CTL-KEEP-X.
           MOVE SPACES TO WS-CTL-ACTION.

           UNSTRING GDGCTL-REC DELIMITED BY ","
              INTO WS-CTL-VERB WS-CTL-DSN WS-CTL-KEEP-X WS-CTL-ACTION
           END-UNSTRING.

           EVALUATE TRUE
              WHEN WS-CTL-VERB NOT = "DATASET"
                 DISPLAY "MAGIQGDG ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " IS NOT A DATASET STATEMENT"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN WS-CTL-DSN = SPACES
                 DISPLAY "MAGIQGDG ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " NAMES NO DATASET"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN WS-CTL-KEEP-X = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-CTL-KEEP-X) NOT = 0
                 DISPLAY "MAGIQGDG ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " GENERATIONS KEPT "
                    WS-CTL-KEEP-X " IS NOT NUMERIC"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN FUNCTION NUMVAL(WS-CTL-KEEP-X) < 1
                 OR FUNCTION NUMVAL(WS-CTL-KEEP-X) > 999
                 DISPLAY "MAGIQGDG ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " MUST KEEP 1 TO 999 GENERATIONS"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN WS-CTL-ACTION NOT = SPACES
                 AND WS-CTL-ACTION NOT = "D"
                 AND WS-CTL-ACTION NOT = "A"
                 DISPLAY "MAGIQGDG ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " ACTION " WS-CTL-ACTION
                    " IS NEITHER D NOR A"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN WS-GDS-COUNT >= WS-MAX-DATASETS
                 DISPLAY "MAGIQGDG ERROR - MORE THAN "
                    WS-MAX-DATASETS " DATASETS IN THE CONTROL DATASET"
                 ADD 1 TO WS-CTL-ERRORS
              WHEN OTHER
                 ADD 1 TO WS-GDS-COUNT
                 MOVE WS-CTL-DSN TO WS-GDS-NAME(WS-GDS-COUNT)
                 COMPUTE WS-GDS-KEEP(WS-GDS-COUNT)
                    = FUNCTION NUMVAL(WS-CTL-KEEP-X)
                 IF WS-CTL-ACTION = "A"
                    MOVE 'A' TO WS-GDS-ACTION(WS-GDS-COUNT)
                 ELSE
                    MOVE 'D' TO WS-GDS-ACTION(WS-GDS-COUNT)
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * 1400-OPEN-REPORT STARTS THE REPORT ONCE THE RUN IS KNOWN TO GO *
      * AHEAD.                                                         *
      ******************************************************************
         1400-OPEN-REPORT.

           OPEN OUTPUT GDGRPT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQGDG GENERATION CATALOG  " DELIMITED BY SIZE
                  WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:60).
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.

      ******************************************************************
      * 2000-ROLL-CATALOG TAKES A NEW GENERATION OF EVERY DATASET IN   *
      * THE CONTROL DATASET, TRIMS EACH BACK TO ITS LIMIT AND WRITES   *
      * THE CATALOG BACK. A DATASET NOT THERE TONIGHT IS PASSED OVER   *
      * WITH A WARNING; ITS EXISTING GENERATIONS ARE LEFT ALONE.       *
      ******************************************************************
         2000-ROLL-CATALOG.

           PERFORM VARYING WS-GDS-IX FROM 1 BY 1
              UNTIL WS-GDS-IX > WS-GDS-COUNT
              PERFORM 2100-TAKE-GENERATION
           END-PERFORM.

           PERFORM 2900-WRITE-CATALOG.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-TOT-CATALOGED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GENERATIONS TAKEN    : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "  GENERATIONS TAKEN         : " WS-TOT-CATALOGED.

           MOVE WS-TOT-ARCHIVED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GENERATIONS ARCHIVED : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "  GENERATIONS ARCHIVED      : " WS-TOT-ARCHIVED.

           MOVE WS-TOT-DELETED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GENERATIONS DELETED  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "  GENERATIONS DELETED       : " WS-TOT-DELETED.

           MOVE WS-TOT-MISSING TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DATASETS NOT FOUND   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "  DATASETS NOT FOUND        : " WS-TOT-MISSING.

      ******************************************************************
      * 2100-TAKE-GENERATION COPIES ONE DATASET TO ITS NEXT GENERATION *
      * - <NAME>.G<NNNN>V00, NUMBERED ON FROM THE HIGHEST GENERATION   *
      * STILL CATALOGED - AND ADDS IT TO THE CATALOG. THE DATASET      *
      * ITSELF IS LEFT WHERE IT IS: PARKED.CSV CARRIES ROWS FROM ONE   *
      * NIGHT TO THE NEXT.                                             *
      ******************************************************************
         2100-TAKE-GENERATION.

           MOVE 0 TO WS-NEW-GEN.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT
              IF WS-CAT-DSN(WS-CAT-IX) = WS-GDS-NAME(WS-GDS-IX)
                 AND NOT WS-CAT-DROPPED(WS-CAT-IX)
                 AND WS-CAT-GEN(WS-CAT-IX) > WS-NEW-GEN
                 MOVE WS-CAT-GEN(WS-CAT-IX) TO WS-NEW-GEN
              END-IF
           END-PERFORM.

           IF WS-NEW-GEN >= 9999
              DISPLAY "MAGIQGDG WARNING - " WS-GDS-NAME(WS-GDS-IX)
                 " HAS REACHED GENERATION 9999, NO GENERATION TAKEN"
              SET WS-WARNING-RAISED TO TRUE
           ELSE
              IF WS-CAT-COUNT >= WS-MAX-CAT
                 DISPLAY "MAGIQGDG ERROR - THE CATALOG IS FULL AT "
                    WS-MAX-CAT " GENERATIONS"
                 CLOSE GDGRPT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NEW-GEN
              MOVE SPACES TO WS-GEN-FILENAME
              STRING WS-GDS-NAME(WS-GDS-IX) DELIMITED BY SPACE
                     ".G" DELIMITED BY SIZE
                     WS-NEW-GEN DELIMITED BY SIZE
                     "V00" DELIMITED BY SIZE
                 INTO WS-GEN-FILENAME
              END-STRING
              MOVE WS-GDS-NAME(WS-GDS-IX) TO WS-COPY-FROM
              MOVE WS-GEN-FILENAME TO WS-COPY-TO
              PERFORM 5000-COPY-DATASET
              IF WS-COPY-OK
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-GDS-NAME(WS-GDS-IX) TO WS-CAT-DSN(WS-CAT-COUNT)
                 MOVE WS-NEW-GEN TO WS-CAT-GEN(WS-CAT-COUNT)
                 MOVE WS-RUN-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                 MOVE WS-RUN-TIME(1:6) TO WS-CAT-TIME(WS-CAT-COUNT)
                 MOVE 'C' TO WS-CAT-STATE(WS-CAT-COUNT)
                 MOVE WS-COPY-LINES TO WS-CAT-LINES(WS-CAT-COUNT)
                 MOVE WS-GEN-FILENAME TO WS-CAT-FILE(WS-CAT-COUNT)
                 ADD 1 TO WS-TOT-CATALOGED
                 MOVE "CATALOGED" TO WS-REPORT-LINE
                 MOVE WS-CAT-COUNT TO WS-CAT-IX
                 PERFORM 2800-REPORT-ACTION
                 PERFORM 2200-TRIM-GENERATIONS
              ELSE
                 ADD 1 TO WS-TOT-MISSING
                 SET WS-WARNING-RAISED TO TRUE
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "NOT FOUND  " DELIMITED BY SIZE
                        WS-GDS-NAME(WS-GDS-IX) DELIMITED BY SPACE
                        " - NO GENERATION TAKEN" DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 WRITE GDGRPT-REC FROM WS-REPORT-LINE
              END-IF
           END-IF.

      ******************************************************************
      * 2200-TRIM-GENERATIONS TAKES THE OLDEST CATALOGED GENERATIONS   *
      * OFF UNTIL NO MORE THAN THE LIMIT REMAIN. AN ARCHIVED           *
      * GENERATION STAYS IN THE CATALOG UNDER ITS ARCHIVE NAME, SO IT  *
      * CAN STILL BE LISTED AND RESTORED; A DELETED ONE LEAVES IT.     *
      ******************************************************************
         2200-TRIM-GENERATIONS.

           MOVE 0 TO WS-ACTIVE-COUNT.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT
              IF WS-CAT-DSN(WS-CAT-IX) = WS-GDS-NAME(WS-GDS-IX)
                 AND WS-CAT-CATALOGED(WS-CAT-IX)
                 ADD 1 TO WS-ACTIVE-COUNT
              END-IF
           END-PERFORM.

           PERFORM UNTIL WS-ACTIVE-COUNT <= WS-GDS-KEEP(WS-GDS-IX)
              MOVE 0 TO WS-CAT-OLDEST
              PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                 UNTIL WS-CAT-IX > WS-CAT-COUNT
                 IF WS-CAT-DSN(WS-CAT-IX) = WS-GDS-NAME(WS-GDS-IX)
                    AND WS-CAT-CATALOGED(WS-CAT-IX)
                    IF WS-CAT-OLDEST = 0
                       MOVE WS-CAT-IX TO WS-CAT-OLDEST
                    ELSE
                       IF WS-CAT-GEN(WS-CAT-IX)
                          < WS-CAT-GEN(WS-CAT-OLDEST)
                          MOVE WS-CAT-IX TO WS-CAT-OLDEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-CAT-OLDEST TO WS-CAT-IX
              IF WS-GDS-ARCHIVE(WS-GDS-IX)
                 PERFORM 2300-ARCHIVE-GENERATION
              ELSE
                 PERFORM 2400-DELETE-GENERATION
              END-IF
              SUBTRACT 1 FROM WS-ACTIVE-COUNT
           END-PERFORM.

      ******************************************************************
      * 2300-ARCHIVE-GENERATION MOVES GENERATION WS-CAT-IX UNDER THE   *
      * ARCHIVE PREFIX. IF THE ARCHIVE COPY CANNOT BE MADE THE         *
      * GENERATION IS KEPT WHERE IT IS AND MARKED ARCHIVED ANYWAY, SO  *
      * IT IS NOT TRIED AGAIN EVERY NIGHT; THE WARNING SAYS SO.        *
      ******************************************************************
         2300-ARCHIVE-GENERATION.

           MOVE SPACES TO WS-ARC-FILENAME.
           STRING WS-ARCHIVE-PREFIX DELIMITED BY SPACE
                  WS-CAT-FILE(WS-CAT-IX) DELIMITED BY SPACE
              INTO WS-ARC-FILENAME
           END-STRING.

           MOVE WS-CAT-FILE(WS-CAT-IX) TO WS-COPY-FROM.
           MOVE WS-ARC-FILENAME TO WS-COPY-TO.
           PERFORM 5000-COPY-DATASET.

           IF WS-COPY-OK
              MOVE WS-CAT-FILE(WS-CAT-IX) TO WS-DELETE-FILENAME
              PERFORM 5100-DELETE-DATASET
              MOVE WS-ARC-FILENAME TO WS-CAT-FILE(WS-CAT-IX)
           ELSE
              DISPLAY "MAGIQGDG WARNING - CANNOT ARCHIVE "
                 WS-CAT-FILE(WS-CAT-IX)(1:50)
                 ", LEFT IN PLACE"
              SET WS-WARNING-RAISED TO TRUE
           END-IF.

           MOVE 'A' TO WS-CAT-STATE(WS-CAT-IX).
           ADD 1 TO WS-TOT-ARCHIVED.
           MOVE "ARCHIVED" TO WS-REPORT-LINE.
           PERFORM 2800-REPORT-ACTION.

         2400-DELETE-GENERATION.

           MOVE WS-CAT-FILE(WS-CAT-IX) TO WS-DELETE-FILENAME.
           PERFORM 5100-DELETE-DATASET.
           MOVE 'X' TO WS-CAT-STATE(WS-CAT-IX).
           ADD 1 TO WS-TOT-DELETED.
           MOVE "DELETED" TO WS-REPORT-LINE.
           PERFORM 2800-REPORT-ACTION.

      ******************************************************************
      * 2800-REPORT-ACTION WRITES ONE ROLL LINE FOR CATALOG ENTRY      *
      * WS-CAT-IX; THE ACTION WORD IS ALREADY IN THE REPORT LINE.      *
      ******************************************************************
         2800-REPORT-ACTION.

           MOVE WS-REPORT-LINE(1:10) TO WS-LST-STATE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-LST-STATE TO WS-REPORT-LINE(1:10).
           MOVE WS-CAT-DSN(WS-CAT-IX) TO WS-REPORT-LINE(12:40).
           MOVE "G" TO WS-REPORT-LINE(53:1).
           MOVE WS-CAT-GEN(WS-CAT-IX) TO WS-REPORT-LINE(54:4).
           MOVE WS-CAT-LINES(WS-CAT-IX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-REPORT-LINE(59:9).
           MOVE " LINES" TO WS-REPORT-LINE(68:6).
           MOVE WS-CAT-FILE(WS-CAT-IX) TO WS-REPORT-LINE(76:57).
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "MAGIQGDG - " WS-REPORT-LINE(1:74).

      ******************************************************************
      * 2900-WRITE-CATALOG WRITES THE CATALOG BACK, LEAVING OUT THE    *
      * GENERATIONS DELETED TONIGHT.                                   *
      ******************************************************************
         2900-WRITE-CATALOG.

           OPEN OUTPUT GDGCAT.
           IF WS-GDGCAT-STATUS NOT = "00"
              DISPLAY "MAGIQGDG ERROR - CANNOT WRITE THE GENERATION "
                 "CATALOG, STATUS = " WS-GDGCAT-STATUS
              CLOSE GDGRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT
              IF NOT WS-CAT-DROPPED(WS-CAT-IX)
                 MOVE SPACES TO WS-CAT-LINE
                 MOVE WS-CAT-DSN(WS-CAT-IX) TO WS-CATL-DSN
                 MOVE WS-CAT-GEN(WS-CAT-IX) TO WS-CATL-GEN
                 MOVE WS-CAT-DATE(WS-CAT-IX) TO WS-CATL-DATE
                 MOVE WS-CAT-TIME(WS-CAT-IX) TO WS-CATL-TIME
                 MOVE WS-CAT-STATE(WS-CAT-IX) TO WS-CATL-STATE
                 MOVE WS-CAT-LINES(WS-CAT-IX) TO WS-CATL-LINES
                 MOVE WS-CAT-FILE(WS-CAT-IX) TO WS-CATL-FILE
                 WRITE GDGCAT-REC FROM WS-CAT-LINE
              END-IF
           END-PERFORM.

           CLOSE GDGCAT.

      ******************************************************************
      * 3000-LIST-CATALOG LISTS THE GENERATIONS DATASET BY DATASET,    *
      * OLDEST FIRST, OR THOSE OF THE ONE DATASET NAMED BY THE         *
      * MAGIQGDG_DATASET SWITCH.                                       *
      ******************************************************************
         3000-LIST-CATALOG.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DATASET                        GENERATION  DATE   "
                     DELIMITED BY SIZE
                  "    TIME      STATE         LINES  GENERATION "
                     DELIMITED BY SIZE
                  "DATASET" DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE(1:100).

           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT
              SET WS-DSN-NOT-SEEN TO TRUE
              PERFORM VARYING WS-CAT-JX FROM 1 BY 1
                 UNTIL WS-CAT-JX >= WS-CAT-IX
                 IF WS-CAT-DSN(WS-CAT-JX) = WS-CAT-DSN(WS-CAT-IX)
                    SET WS-DSN-SEEN TO TRUE
                 END-IF
              END-PERFORM
              IF WS-DSN-NOT-SEEN
                 AND (WS-WANT-DSN = SPACES
                      OR WS-WANT-DSN = WS-CAT-DSN(WS-CAT-IX))
                 PERFORM 3100-LIST-DATASET
              END-IF
           END-PERFORM.

           MOVE WS-CAT-FOUND TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           STRING "GENERATIONS LISTED   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "  GENERATIONS LISTED        : " WS-CAT-FOUND.

      ******************************************************************
      * 3100-LIST-DATASET LISTS EVERY GENERATION OF THE DATASET OF     *
      * CATALOG ENTRY WS-CAT-IX. THE CATALOG IS WRITTEN IN ROLL ORDER, *
      * SO THE GENERATIONS COME OUT OLDEST FIRST.                      *
      ******************************************************************
         3100-LIST-DATASET.

           PERFORM VARYING WS-CAT-JX FROM WS-CAT-IX BY 1
              UNTIL WS-CAT-JX > WS-CAT-COUNT
              IF WS-CAT-DSN(WS-CAT-JX) = WS-CAT-DSN(WS-CAT-IX)
                 MOVE SPACES TO WS-LIST-LINE
                 MOVE WS-CAT-DSN(WS-CAT-JX) TO WS-LST-DSN
                 STRING "G" DELIMITED BY SIZE
                        WS-CAT-GEN(WS-CAT-JX) DELIMITED BY SIZE
                        "V00" DELIMITED BY SIZE
                    INTO WS-LST-GEN
                 END-STRING
                 STRING WS-CAT-DATE(WS-CAT-JX)(1:4) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-CAT-DATE(WS-CAT-JX)(5:2) DELIMITED BY SIZE
                        "-" DELIMITED BY SIZE
                        WS-CAT-DATE(WS-CAT-JX)(7:2) DELIMITED BY SIZE
                    INTO WS-LST-DATE
                 END-STRING
                 STRING WS-CAT-TIME(WS-CAT-JX)(1:2) DELIMITED BY SIZE
                        ":" DELIMITED BY SIZE
                        WS-CAT-TIME(WS-CAT-JX)(3:2) DELIMITED BY SIZE
                        ":" DELIMITED BY SIZE
                        WS-CAT-TIME(WS-CAT-JX)(5:2) DELIMITED BY SIZE
                    INTO WS-LST-TIME
                 END-STRING
                 IF WS-CAT-ARCHIVED(WS-CAT-JX)
                    MOVE "ARCHIVED" TO WS-LST-STATE
                 ELSE
                    MOVE "CATALOGED" TO WS-LST-STATE
                 END-IF
                 MOVE WS-CAT-LINES(WS-CAT-JX) TO WS-LST-LINES
                 MOVE WS-CAT-FILE(WS-CAT-JX) TO WS-LST-FILE
                 WRITE GDGRPT-REC FROM WS-LIST-LINE
                 DISPLAY WS-LIST-LINE(1:100)
                 ADD 1 TO WS-CAT-FOUND
              END-IF
           END-PERFORM.

      ******************************************************************
      * 4000-RESTORE-GENERATION COPIES BACK THE GENERATION OF THE      *
      * NAMED DATASET TAKEN ON THE NAMED DATE - THE LAST ONE THAT DAY  *
      * IF THERE WERE SEVERAL - ARCHIVED OR NOT. IT IS RESTORED TO     *
      * <NAME>.RESTORED UNLESS MAGIQGDG_RESTORE_FILE NAMES A TARGET,   *
      * SO TONIGHT'S DATASET IS NEVER OVERWRITTEN BY ACCIDENT.         *
      ******************************************************************
         4000-RESTORE-GENERATION.

           IF WS-WANT-DSN = SPACES
              OR WS-WANT-DATE-X = SPACES
              OR WS-WANT-DATE-X IS NOT NUMERIC
              DISPLAY "MAGIQGDG ERROR - A RESTORE NEEDS "
                 "MAGIQGDG_DATASET AND MAGIQGDG_DATE (YYYYMMDD)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT
              IF WS-CAT-DSN(WS-CAT-IX) = WS-WANT-DSN
                 AND WS-CAT-DATE(WS-CAT-IX) = WS-WANT-DATE-X
                 MOVE WS-CAT-IX TO WS-CAT-FOUND
              END-IF
           END-PERFORM.

           IF WS-CAT-FOUND = 0
              DISPLAY "MAGIQGDG ERROR - NO GENERATION OF "
                 WS-WANT-DSN(1:40) " WAS TAKEN ON " WS-WANT-DATE-X
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RESTORE-FILENAME = SPACES
              STRING WS-WANT-DSN DELIMITED BY SPACE
                     ".RESTORED" DELIMITED BY SIZE
                 INTO WS-RESTORE-FILENAME
              END-STRING
           END-IF.

           PERFORM 1400-OPEN-REPORT.

           MOVE WS-CAT-FILE(WS-CAT-FOUND) TO WS-COPY-FROM.
           MOVE WS-RESTORE-FILENAME TO WS-COPY-TO.
           PERFORM 5000-COPY-DATASET.

           IF WS-COPY-FAILED
              DISPLAY "MAGIQGDG ERROR - CANNOT RESTORE FROM "
                 WS-CAT-FILE(WS-CAT-FOUND)(1:50)
              CLOSE GDGRPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-CAT-FOUND TO WS-CAT-IX.
           MOVE "RESTORED" TO WS-REPORT-LINE.
           PERFORM 2800-REPORT-ACTION.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RESTORED TO          : " DELIMITED BY SIZE
                  WS-RESTORE-FILENAME DELIMITED BY SPACE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE GDGRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "MAGIQGDG - " WS-REPORT-LINE(1:100).

           IF WS-COPY-LINES NOT = WS-CAT-LINES(WS-CAT-FOUND)
              DISPLAY "MAGIQGDG WARNING - " WS-COPY-LINES
                 " LINES RESTORED, " WS-CAT-LINES(WS-CAT-FOUND)
                 " CATALOGED"
              SET WS-WARNING-RAISED TO TRUE
           END-IF.

      ******************************************************************
      * 5000-COPY-DATASET COPIES WS-COPY-FROM TO WS-COPY-TO LINE FOR   *
      * LINE AND COUNTS THE LINES. A SOURCE THAT CANNOT BE OPENED OR A *
      * TARGET THAT CANNOT BE WRITTEN LEAVES THE COPY FLAGGED FAILED.  *
      ******************************************************************
         5000-COPY-DATASET.

           SET WS-COPY-FAILED TO TRUE.
           MOVE 0 TO WS-COPY-LINES.

           OPEN INPUT GDGIN.
           IF WS-GDGIN-STATUS = "00"
              OPEN OUTPUT GDGOUT
              IF WS-GDGOUT-STATUS = "00"
                 SET WS-COPY-OK TO TRUE
                 SET WS-NOT-AT-EOF TO TRUE
                 PERFORM UNTIL WS-AT-EOF OR WS-COPY-FAILED
                    READ GDGIN
                       AT END
                          SET WS-AT-EOF TO TRUE
                    END-READ
                    IF WS-NOT-AT-EOF
                       IF WS-COPY-LEN > 0
                          MOVE GDGIN-REC(1:WS-COPY-LEN)
                             TO GDGOUT-REC(1:WS-COPY-LEN)
                       END-IF
                       WRITE GDGOUT-REC
                       IF WS-GDGOUT-STATUS NOT = "00"
                          SET WS-COPY-FAILED TO TRUE
                       ELSE
                          ADD 1 TO WS-COPY-LINES
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE GDGOUT
              END-IF
              CLOSE GDGIN
           END-IF.

         5100-DELETE-DATASET.

           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME.
           MOVE RETURN-CODE TO WS-DELETE-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-DELETE-RC NOT = 0
              DISPLAY "MAGIQGDG WARNING - CANNOT DELETE "
                 WS-DELETE-FILENAME(1:50)
              SET WS-WARNING-RAISED TO TRUE
           END-IF.

      ******************************************************************
      * 9000-END ENDS WITH 4 WHEN A DATASET WAS MISSING OR A           *
      * GENERATION COULD NOT BE ARCHIVED OR DELETED, OTHERWISE 0.      *
      ******************************************************************
         9000-END.

           CLOSE GDGRPT.

           IF WS-WARNING-RAISED
              DISPLAY "MAGIQGDG - ENDING WITH WARNINGS, CONDITION "
                 "CODE 4"
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
