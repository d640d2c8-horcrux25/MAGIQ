      ******************************************************************
      * PROGRAM NAME: MAGIQJOB                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             DRIVE THE NIGHTLY JOB STREAM    *
      *                                FROM A CONTROL DATASET: EACH    *
      *                                STEP NAMES ITS COMMAND, THE     *
      *                                DAYS IT RUNS, ITS ENVIRONMENT   *
      *                                SETTINGS AND THE HIGHEST        *
      *                                CONDITION CODE THAT LETS THE    *
      *                                STREAM GO ON. A STEP ENDING     *
      *                                ABOVE ITS LIMIT STOPS THE       *
      *                                NIGHT SO A REJECT-THRESHOLD     *
      *                                ABORT OR TRAILER MISMATCH IS    *
      *                                NEVER FOLLOWED BY THE SORT,     *
      *                                DELTA AND SUMMARY STEPS. EVERY  *
      *                                STEP'S START, END AND RETURN    *
      *                                CODE GOES TO THE STEP-STATUS    *
      *                                DATASET, A RESTART PICKS UP AT  *
      *                                THE STEP THAT STOPPED THE LAST  *
      *                                STREAM (OR A NAMED ONE), AND A  *
      *                                ONE-PAGE STREAM SUMMARY TELLS   *
      *                                ON-CALL WHICH STEP ENDED THE    *
      *                                NIGHT                           *
      * 15/10/26 EDEN CRUZ             OPEN AND CLOSE THE STEP-STATUS  *
      *                                DATASET AROUND EACH STEP'S LINE *
      *                                SO A LATER STEP OF THE SAME     *
      *                                STREAM (MAGIQGDG) READS IT      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQJOB.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT JOBCTL ASSIGN TO DYNAMIC WS-JOBCTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBCTL-STATUS.

       SELECT JOBSTAT ASSIGN TO "STEPSTAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBSTAT-STATUS.

       SELECT JOBRPT ASSIGN TO "STREAMRPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  JOBCTL.
       01  JOBCTL-REC                          PIC X(300).

       FD  JOBSTAT.
       01  JOBSTAT-REC                         PIC X(132).

       FD  JOBRPT.
       01  JOBRPT-REC                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-JOBCTL-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-JOBSTAT-STATUS                   PIC X(02) VALUE SPACES.

       01  WS-JOBCTL-FILENAME                  PIC X(100) VALUE
               "JOBSTREAM.DAT".

       01  WS-JOBCTL-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-JOBCTL-EOF                         VALUE 'Y'.
           88  WS-JOBCTL-NOT-EOF                      VALUE 'N'.

       01  WS-JOBSTAT-EOF-FLAG                 PIC X VALUE 'N'.
           88  WS-JOBSTAT-EOF                        VALUE 'Y'.
           88  WS-JOBSTAT-NOT-EOF                     VALUE 'N'.

      *    THE CONTROL DATASET IS COMMA SEPARATED LIKE RULES.DAT, ONE
      *    STATEMENT PER LINE, A LINE STARTING WITH AN ASTERISK BEING
      *    A COMMENT:
      *       STEP,<STEP ID>,<MAX CC>,<RUN DAYS>,<COMMAND>
      *       ENV,<VARIABLE NAME>,<VALUE>
      *    AN ENV LINE BELONGS TO THE STEP ABOVE IT. RUN DAYS BLANK
      *    OR D MEANS EVERY NIGHT, OTHERWISE THE DIGITS OF THE DAYS
      *    IT RUNS (1 = MONDAY ... 7 = SUNDAY). THE COMMAND IS THE
      *    REST OF THE LINE, SO IT MAY CARRY ITS OWN COMMAS.
       01  WS-CTL-VERB                         PIC X(10) VALUE SPACES.
       01  WS-CTL-FIELD1                       PIC X(40) VALUE SPACES.
       01  WS-CTL-FIELD2                       PIC X(10) VALUE SPACES.
       01  WS-CTL-FIELD3                       PIC X(10) VALUE SPACES.
       01  WS-CTL-PTR                          PIC 9(3) VALUE ZEROES.
       01  WS-CTL-LINE-NO                      PIC 9(5) VALUE ZEROES.

       01  WS-MAX-STEPS                        PIC 9(2) VALUE 30.
       01  WS-STEP-COUNT                       PIC 9(2) VALUE ZEROES.
       01  WS-STEP-IX                          PIC 9(2) VALUE ZEROES.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-STEP-ID                   PIC X(10).
               10  WS-STEP-MAX-CC               PIC 9(03).
               10  WS-STEP-DAYS                 PIC X(07).
               10  WS-STEP-COMMAND              PIC X(200).
               10  WS-STEP-ENV-FIRST            PIC 9(03).
               10  WS-STEP-ENV-LAST             PIC 9(03).
               10  WS-STEP-STATUS               PIC X(08).
               10  WS-STEP-RC                   PIC 9(03).
               10  WS-STEP-START-DATE           PIC 9(08).
               10  WS-STEP-START-TIME           PIC 9(06).
               10  WS-STEP-END-DATE             PIC 9(08).
               10  WS-STEP-END-TIME             PIC 9(06).

       01  WS-MAX-ENVS                         PIC 9(3) VALUE 300.
       01  WS-ENV-COUNT                        PIC 9(3) VALUE ZEROES.
       01  WS-ENV-IX                           PIC 9(3) VALUE ZEROES.

       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 300 TIMES.
               10  WS-ENV-NAME                  PIC X(40).
               10  WS-ENV-VALUE                 PIC X(200).

       01  WS-MAX-CC-X                         PIC X(10) VALUE SPACES.

       01  WS-RESTART-OPTION                   PIC X(01) VALUE 'N'.
           88  WS-RESTART-REQUESTED                  VALUE 'Y'.
           88  WS-RESTART-NOT-REQUESTED               VALUE 'N'.

       01  WS-RESTART-STEP                     PIC X(10) VALUE SPACES.
       01  WS-RESTART-IX                       PIC 9(2) VALUE 1.

      *    THE STREAM BEING EXAMINED WHILE THE STEP-STATUS HISTORY IS
      *    READ BACK FOR A RESTART, AND THE STEP THAT STOPPED IT
       01  WS-HIST-STREAM                      PIC X(15) VALUE SPACES.
       01  WS-HIST-FAILED-STEP                 PIC X(10) VALUE SPACES.

       01  WS-STREAM-FLAG                      PIC X VALUE 'N'.
           88  WS-STREAM-STOPPED                     VALUE 'Y'.
           88  WS-STREAM-RUNNING                      VALUE 'N'.

       01  WS-STOP-IX                          PIC 9(2) VALUE ZEROES.
       01  WS-HIGH-RC                          PIC 9(3) VALUE ZEROES.

       01  WS-STREAM-DATE                      PIC 9(08) VALUE ZEROES.
       01  WS-STREAM-TIME                      PIC 9(08) VALUE ZEROES.
       01  WS-NOW-DATE                         PIC 9(08) VALUE ZEROES.
       01  WS-NOW-TIME                         PIC 9(08) VALUE ZEROES.
       01  WS-DAY-OF-WEEK                      PIC 9(01) VALUE ZERO.
       01  WS-DAY-HITS                         PIC 9(02) VALUE ZEROES.

      *    THE COMMAND IS HANDED TO THE SYSTEM SHELL. THE STATUS COMES
      *    BACK IN WAIT-STATUS FORM: THE EXIT CODE TIMES 256, PLUS THE
      *    SIGNAL NUMBER WHEN THE STEP WAS KILLED RATHER THAN ENDED.
       01  WS-SYS-COMMAND                      PIC X(200) VALUE SPACES.
       01  WS-SYS-STATUS                       PIC S9(9) VALUE ZEROES.
       01  WS-SYS-EXIT                         PIC 9(9) VALUE ZEROES.
       01  WS-SYS-SIGNAL                       PIC 9(9) VALUE ZEROES.

       01  WS-COUNT-ENDED                      PIC 9(2) VALUE ZEROES.
       01  WS-COUNT-SKIPPED                    PIC 9(2) VALUE ZEROES.
       01  WS-COUNT-BYPASSED                   PIC 9(2) VALUE ZEROES.
       01  WS-COUNT-NOT-RUN                    PIC 9(2) VALUE ZEROES.

      *    ONE STEP-STATUS RECORD PER STEP PER STREAM: STREAM DATE
      *    1-8 AND TIME 10-15, STEP NUMBER 17-18, STEP ID 20-29,
      *    STATUS 31-38, START DATE AND TIME 40-54, END DATE AND TIME
      *    56-70, RETURN CODE 72-74, LIMIT 76-78, COMMAND FROM 80
       01  WS-STAT-LINE.
           05  WS-STAT-STREAM-DATE             PIC 9(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-STREAM-TIME             PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-SEQ                     PIC 9(02).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-STEP-ID                 PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-STATUS                  PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-START-DATE              PIC 9(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-START-TIME              PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-END-DATE                PIC 9(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-END-TIME                PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-RC                      PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-MAX-CC                  PIC 9(03).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-STAT-COMMAND                 PIC X(53).

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE                     PIC X(132) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DET-SEQ                      PIC Z9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-STEP-ID                  PIC X(10).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-STATUS                   PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-RC                       PIC ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-MAX-CC                   PIC ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-START                    PIC X(19).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-END                      PIC X(19).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-DET-COMMAND                  PIC X(50).

       01  WS-STAMP-DATE                       PIC 9(08) VALUE ZEROES.
       01  WS-STAMP-DATE-X REDEFINES WS-STAMP-DATE
                                               PIC X(08).
       01  WS-STAMP-TIME                       PIC 9(06) VALUE ZEROES.
       01  WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME
                                               PIC X(06).
       01  WS-STAMP-TEXT                       PIC X(19) VALUE SPACES.

       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-RC                          PIC ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
              PERFORM 2000-RUN-STEP
           END-PERFORM.

           PERFORM 9000-END.

         1000-INITIALIZATION.

           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STREAM-TIME FROM TIME.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.

           DISPLAY "MAGIQJOB_CONTROL_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOBCTL-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-JOBCTL-FILENAME = SPACES
              MOVE "JOBSTREAM.DAT" TO WS-JOBCTL-FILENAME
           END-IF.

           MOVE 'N' TO WS-RESTART-OPTION.
           DISPLAY "MAGIQJOB_RESTART" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RESTART-OPTION FROM ENVIRONMENT-VALUE.
           IF NOT WS-RESTART-REQUESTED
              SET WS-RESTART-NOT-REQUESTED TO TRUE
           END-IF.

           MOVE SPACES TO WS-RESTART-STEP.
           DISPLAY "MAGIQJOB_RESTART_STEP" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RESTART-STEP FROM ENVIRONMENT-VALUE.
           IF WS-RESTART-STEP NOT = SPACES
              SET WS-RESTART-REQUESTED TO TRUE
           END-IF.

           PERFORM 1100-LOAD-CONTROL.

           IF WS-RESTART-REQUESTED
              PERFORM 1200-FIND-RESTART-STEP
           END-IF.

           DISPLAY "MAGIQJOB - STREAM " WS-STREAM-DATE " "
              WS-STREAM-TIME(1:6) " STARTING, " WS-STEP-COUNT
              " STEPS".
           IF WS-RESTART-REQUESTED
              DISPLAY "MAGIQJOB - RESTARTING AT STEP "
                 WS-STEP-ID(WS-RESTART-IX)
           END-IF.

      ******************************************************************
      * 1100-LOAD-CONTROL READS THE JOB-STREAM CONTROL DATASET INTO    *
      * THE STEP AND ENVIRONMENT TABLES. THE CONTROL DATASET IS THE    *
      * WHOLE DEFINITION OF THE NIGHT, SO ANYTHING IN IT THAT CANNOT   *
      * BE UNDERSTOOD - AN UNKNOWN STATEMENT, AN ENV LINE BEFORE ANY   *
      * STEP, A STEP WITH NO COMMAND, A NON-NUMERIC LIMIT, TOO MANY    *
      * STEPS OR SETTINGS - STOPS THE DRIVER BEFORE ANY STEP RUNS.     *
      ******************************************************************
         1100-LOAD-CONTROL.

           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-ENV-COUNT.
           INITIALIZE WS-STEP-TABLE.
           INITIALIZE WS-ENV-TABLE.

           OPEN INPUT JOBCTL.
           IF WS-JOBCTL-STATUS NOT = "00"
              DISPLAY "MAGIQJOB ERROR - CANNOT OPEN THE JOB-STREAM "
                 "CONTROL DATASET " WS-JOBCTL-FILENAME(1:40)
                 ", STATUS = " WS-JOBCTL-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-JOBCTL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-JOBCTL-EOF
              READ JOBCTL
                 AT END
                    SET WS-JOBCTL-EOF TO TRUE
              END-READ
              IF WS-JOBCTL-NOT-EOF
                 ADD 1 TO WS-CTL-LINE-NO
                 IF JOBCTL-REC NOT = SPACES
                    AND JOBCTL-REC(1:1) NOT = "*"
                    PERFORM 1110-PARSE-CONTROL-LINE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE JOBCTL.

           IF WS-STEP-COUNT = 0
              DISPLAY "MAGIQJOB ERROR - THE CONTROL DATASET "
                 "DEFINES NO STEPS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

         1110-PARSE-CONTROL-LINE.

           MOVE SPACES TO WS-CTL-VERB.
           MOVE SPACES TO WS-CTL-FIELD1.
           MOVE SPACES TO WS-CTL-FIELD2.
           MOVE SPACES TO WS-CTL-FIELD3.
           MOVE 1 TO WS-CTL-PTR.

           UNSTRING JOBCTL-REC DELIMITED BY ","
              INTO WS-CTL-VERB
              WITH POINTER WS-CTL-PTR
           END-UNSTRING.

           EVALUATE WS-CTL-VERB
              WHEN "STEP"
                 PERFORM 1120-PARSE-STEP-LINE
              WHEN "ENV"
                 PERFORM 1130-PARSE-ENV-LINE
              WHEN OTHER
                 DISPLAY "MAGIQJOB ERROR - CONTROL LINE "
                    WS-CTL-LINE-NO " IS NEITHER A STEP NOR AN ENV "
                    "STATEMENT"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

         1120-PARSE-STEP-LINE.

           IF WS-STEP-COUNT >= WS-MAX-STEPS
              DISPLAY "MAGIQJOB ERROR - MORE THAN " WS-MAX-STEPS
                 " STEPS IN THE CONTROL DATASET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-STEP-COUNT.

           UNSTRING JOBCTL-REC DELIMITED BY ","
              INTO WS-CTL-FIELD1 WS-CTL-FIELD2 WS-CTL-FIELD3
              WITH POINTER WS-CTL-PTR
           END-UNSTRING.

           MOVE WS-CTL-FIELD1 TO WS-STEP-ID(WS-STEP-COUNT).
           MOVE WS-CTL-FIELD3 TO WS-STEP-DAYS(WS-STEP-COUNT).

           IF WS-CTL-PTR <= 300
              MOVE JOBCTL-REC(WS-CTL-PTR:)
                 TO WS-STEP-COMMAND(WS-STEP-COUNT)
           END-IF.

           IF WS-STEP-ID(WS-STEP-COUNT) = SPACES
              OR WS-STEP-COMMAND(WS-STEP-COUNT) = SPACES
              DISPLAY "MAGIQJOB ERROR - CONTROL LINE "
                 WS-CTL-LINE-NO " NEEDS A STEP ID AND A COMMAND"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    A BLANK LIMIT LETS THE STREAM CONTINUE PAST WARNINGS BUT
      *    NOT PAST AN ERROR - THE SHOP-WIDE MEANING OF CODE 4
           MOVE WS-CTL-FIELD2 TO WS-MAX-CC-X.
           IF WS-MAX-CC-X = SPACES
              MOVE 4 TO WS-STEP-MAX-CC(WS-STEP-COUNT)
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-MAX-CC-X) = 0
                 COMPUTE WS-STEP-MAX-CC(WS-STEP-COUNT)
                    = FUNCTION NUMVAL(WS-MAX-CC-X)
              ELSE
                 DISPLAY "MAGIQJOB ERROR - MAX CONDITION CODE "
                    WS-MAX-CC-X " FOR STEP "
                    WS-STEP-ID(WS-STEP-COUNT) " IS NOT NUMERIC"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           COMPUTE WS-STEP-ENV-FIRST(WS-STEP-COUNT) = WS-ENV-COUNT + 1.
           MOVE WS-ENV-COUNT TO WS-STEP-ENV-LAST(WS-STEP-COUNT).

         1130-PARSE-ENV-LINE.

           IF WS-STEP-COUNT = 0
              DISPLAY "MAGIQJOB ERROR - CONTROL LINE "
                 WS-CTL-LINE-NO " SETS THE ENVIRONMENT BEFORE ANY "
                 "STEP"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-ENV-COUNT >= WS-MAX-ENVS
              DISPLAY "MAGIQJOB ERROR - MORE THAN " WS-MAX-ENVS
                 " ENVIRONMENT SETTINGS IN THE CONTROL DATASET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WS-ENV-COUNT.

           UNSTRING JOBCTL-REC DELIMITED BY ","
              INTO WS-ENV-NAME(WS-ENV-COUNT)
              WITH POINTER WS-CTL-PTR
           END-UNSTRING.

      *    THE VALUE IS THE REST OF THE LINE - MAGIQSUM AND MAGIQSORT
      *    TAKE COMMA-SEPARATED COLUMN LISTS - AND A BLANK VALUE IS
      *    KEPT, SINCE SETTING A VARIABLE BLANK PUTS A PROGRAM BACK ON
      *    ITS DEFAULT AFTER AN EARLIER STEP CHANGED IT
           IF WS-CTL-PTR <= 300
              MOVE JOBCTL-REC(WS-CTL-PTR:)
                 TO WS-ENV-VALUE(WS-ENV-COUNT)
           END-IF.

           IF WS-ENV-NAME(WS-ENV-COUNT) = SPACES
              DISPLAY "MAGIQJOB ERROR - CONTROL LINE "
                 WS-CTL-LINE-NO " HAS NO VARIABLE NAME"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-ENV-COUNT TO WS-STEP-ENV-LAST(WS-STEP-COUNT).

      ******************************************************************
      * 1200-FIND-RESTART-STEP SETS THE STEP THE STREAM RESUMES AT. A  *
      * NAMED STEP IS TAKEN AS GIVEN; OTHERWISE THE STEP-STATUS        *
      * HISTORY IS READ BACK AND THE STEP THAT FAILED IN THE MOST      *
      * RECENT STREAM IS USED. A RESTART WHEN THE LAST STREAM DID NOT  *
      * FAIL IS REFUSED - RERUNNING A GOOD NIGHT FROM THE MIDDLE IS    *
      * NEVER WHAT THE OPERATOR MEANT.                                 *
      ******************************************************************
         1200-FIND-RESTART-STEP.

           IF WS-RESTART-STEP = SPACES
              MOVE SPACES TO WS-HIST-STREAM
              MOVE SPACES TO WS-HIST-FAILED-STEP
              OPEN INPUT JOBSTAT
              IF WS-JOBSTAT-STATUS NOT = "00"
                 DISPLAY "MAGIQJOB ERROR - RESTART ASKED FOR BUT "
                    "THERE IS NO STEP-STATUS HISTORY, STATUS = "
                    WS-JOBSTAT-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JOBSTAT-NOT-EOF TO TRUE
              PERFORM UNTIL WS-JOBSTAT-EOF
                 READ JOBSTAT
                    AT END
                       SET WS-JOBSTAT-EOF TO TRUE
                 END-READ
                 IF WS-JOBSTAT-NOT-EOF
                    IF JOBSTAT-REC(1:15) NOT = WS-HIST-STREAM
                       MOVE JOBSTAT-REC(1:15) TO WS-HIST-STREAM
                       MOVE SPACES TO WS-HIST-FAILED-STEP
                    END-IF
                    IF JOBSTAT-REC(31:8) = "FAILED"
                       MOVE JOBSTAT-REC(20:10) TO WS-HIST-FAILED-STEP
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE JOBSTAT
              IF WS-HIST-FAILED-STEP = SPACES
                 DISPLAY "MAGIQJOB ERROR - RESTART ASKED FOR BUT THE "
                    "LAST STREAM DID NOT FAIL, NOTHING TO RESTART"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-HIST-FAILED-STEP TO WS-RESTART-STEP
           END-IF.

           MOVE 0 TO WS-RESTART-IX.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
                 OR WS-RESTART-IX > 0
              IF WS-STEP-ID(WS-STEP-IX) = WS-RESTART-STEP
                 MOVE WS-STEP-IX TO WS-RESTART-IX
              END-IF
           END-PERFORM.

           IF WS-RESTART-IX = 0
              DISPLAY "MAGIQJOB ERROR - RESTART STEP " WS-RESTART-STEP
                 " IS NOT IN THE CONTROL DATASET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 2000-RUN-STEP DECIDES WHAT HAPPENS TO ONE STEP AND RECORDS IT: *
      *   BYPASSED - AHEAD OF THE RESTART POINT. ITS ENVIRONMENT IS    *
      *              STILL SET, SO THE STEPS THAT DO RUN SEE THE SAME  *
      *              SETTINGS THEY WOULD HAVE SEEN IN A FULL NIGHT.    *
      *   NOT RUN  - AN EARLIER STEP STOPPED THE STREAM.               *
      *   SKIPPED  - NOT ONE OF THIS STEP'S RUN DAYS.                  *
      *   ENDED    - RAN AND ENDED WITHIN ITS LIMIT.                   *
      *   FAILED   - RAN AND ENDED ABOVE ITS LIMIT; THE STREAM STOPS.  *
      ******************************************************************
         2000-RUN-STEP.

           MOVE 0 TO WS-STEP-RC(WS-STEP-IX).
           MOVE 0 TO WS-STEP-START-DATE(WS-STEP-IX).
           MOVE 0 TO WS-STEP-START-TIME(WS-STEP-IX).
           MOVE 0 TO WS-STEP-END-DATE(WS-STEP-IX).
           MOVE 0 TO WS-STEP-END-TIME(WS-STEP-IX).

           EVALUATE TRUE
              WHEN WS-STEP-IX < WS-RESTART-IX
                 PERFORM 2100-SET-STEP-ENVIRONMENT
                 MOVE "BYPASSED" TO WS-STEP-STATUS(WS-STEP-IX)
                 ADD 1 TO WS-COUNT-BYPASSED
              WHEN WS-STREAM-STOPPED
                 MOVE "NOT RUN" TO WS-STEP-STATUS(WS-STEP-IX)
                 ADD 1 TO WS-COUNT-NOT-RUN
              WHEN OTHER
                 PERFORM 2050-CHECK-RUN-DAY
                 IF WS-DAY-HITS = 0
                    MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IX)
                    ADD 1 TO WS-COUNT-SKIPPED
                    DISPLAY "MAGIQJOB - STEP " WS-STEP-ID(WS-STEP-IX)
                       " SKIPPED, NOT A RUN DAY"
                 ELSE
                    PERFORM 2100-SET-STEP-ENVIRONMENT
                    PERFORM 2200-EXECUTE-STEP
                 END-IF
           END-EVALUATE.

           PERFORM 2300-WRITE-STEP-STATUS.

         2050-CHECK-RUN-DAY.

           MOVE 0 TO WS-DAY-HITS.
           IF WS-STEP-DAYS(WS-STEP-IX) = SPACES
              OR WS-STEP-DAYS(WS-STEP-IX) = "D"
              MOVE 1 TO WS-DAY-HITS
           ELSE
              INSPECT WS-STEP-DAYS(WS-STEP-IX)
                 TALLYING WS-DAY-HITS FOR ALL WS-DAY-OF-WEEK
           END-IF.

         2100-SET-STEP-ENVIRONMENT.

           PERFORM VARYING WS-ENV-IX
              FROM WS-STEP-ENV-FIRST(WS-STEP-IX) BY 1
              UNTIL WS-ENV-IX > WS-STEP-ENV-LAST(WS-STEP-IX)
              DISPLAY WS-ENV-NAME(WS-ENV-IX)
                 UPON ENVIRONMENT-NAME
              DISPLAY WS-ENV-VALUE(WS-ENV-IX)
                 UPON ENVIRONMENT-VALUE
           END-PERFORM.

      ******************************************************************
      * 2200-EXECUTE-STEP RUNS THE STEP'S COMMAND AND TURNS THE        *
      * SHELL'S STATUS BACK INTO THE STEP'S CONDITION CODE. A STEP     *
      * THAT COULD NOT BE STARTED, OR WAS KILLED INSTEAD OF ENDING, IS *
      * GIVEN CODE 16 SO IT CAN NEVER PASS FOR A CLEAN ONE.            *
      ******************************************************************
         2200-EXECUTE-STEP.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-STEP-START-DATE(WS-STEP-IX).
           MOVE WS-NOW-TIME(1:6) TO WS-STEP-START-TIME(WS-STEP-IX).

           DISPLAY "MAGIQJOB - STEP " WS-STEP-ID(WS-STEP-IX)
              " STARTED".

           MOVE WS-STEP-COMMAND(WS-STEP-IX) TO WS-SYS-COMMAND.
           CALL "SYSTEM" USING WS-SYS-COMMAND.
           MOVE RETURN-CODE TO WS-SYS-STATUS.
           MOVE 0 TO RETURN-CODE.

           IF WS-SYS-STATUS < 0
              MOVE 16 TO WS-STEP-RC(WS-STEP-IX)
           ELSE
              DIVIDE WS-SYS-STATUS BY 256 GIVING WS-SYS-EXIT
                 REMAINDER WS-SYS-SIGNAL
              IF WS-SYS-SIGNAL NOT = 0 OR WS-SYS-EXIT > 255
                 MOVE 16 TO WS-STEP-RC(WS-STEP-IX)
              ELSE
                 MOVE WS-SYS-EXIT TO WS-STEP-RC(WS-STEP-IX)
              END-IF
           END-IF.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-STEP-END-DATE(WS-STEP-IX).
           MOVE WS-NOW-TIME(1:6) TO WS-STEP-END-TIME(WS-STEP-IX).

           IF WS-STEP-RC(WS-STEP-IX) > WS-HIGH-RC
              MOVE WS-STEP-RC(WS-STEP-IX) TO WS-HIGH-RC
           END-IF.

           MOVE WS-STEP-RC(WS-STEP-IX) TO WS-EDIT-RC.
           IF WS-STEP-RC(WS-STEP-IX) > WS-STEP-MAX-CC(WS-STEP-IX)
              MOVE "FAILED" TO WS-STEP-STATUS(WS-STEP-IX)
              SET WS-STREAM-STOPPED TO TRUE
              MOVE WS-STEP-IX TO WS-STOP-IX
              DISPLAY "MAGIQJOB ERROR - STEP " WS-STEP-ID(WS-STEP-IX)
                 " ENDED WITH CONDITION CODE " WS-EDIT-RC
                 ", ABOVE ITS LIMIT - STREAM STOPPED"
           ELSE
              MOVE "ENDED" TO WS-STEP-STATUS(WS-STEP-IX)
              ADD 1 TO WS-COUNT-ENDED
              DISPLAY "MAGIQJOB - STEP " WS-STEP-ID(WS-STEP-IX)
                 " ENDED, CONDITION CODE " WS-EDIT-RC
           END-IF.

      ******************************************************************
      * 2300-WRITE-STEP-STATUS APPENDS THE STEP'S LINE TO THE STEP-    *
      * STATUS DATASET. THE DATASET IS OPENED AND CLOSED AROUND EVERY  *
      * LINE, NOT HELD OPEN FOR THE STREAM: A LINE IS ONLY ON DISK     *
      * ONCE THE DATASET IS CLOSED, AND A LATER STEP OF THIS SAME      *
      * STREAM - MAGIQGDG, WHICH WILL NOT ROLL AFTER A BAD NIGHT -     *
      * MUST SEE TONIGHT'S LINES. A NIGHT WHOSE STATUS CANNOT BE       *
      * RECORDED IS STOPPED, AS IT WOULD BE AT START-UP.               *
      ******************************************************************
         2300-WRITE-STEP-STATUS.

           MOVE WS-STREAM-DATE TO WS-STAT-STREAM-DATE.
           MOVE WS-STREAM-TIME(1:6) TO WS-STAT-STREAM-TIME.
           MOVE WS-STEP-IX TO WS-STAT-SEQ.
           MOVE WS-STEP-ID(WS-STEP-IX) TO WS-STAT-STEP-ID.
           MOVE WS-STEP-STATUS(WS-STEP-IX) TO WS-STAT-STATUS.
           MOVE WS-STEP-START-DATE(WS-STEP-IX) TO WS-STAT-START-DATE.
           MOVE WS-STEP-START-TIME(WS-STEP-IX) TO WS-STAT-START-TIME.
           MOVE WS-STEP-END-DATE(WS-STEP-IX) TO WS-STAT-END-DATE.
           MOVE WS-STEP-END-TIME(WS-STEP-IX) TO WS-STAT-END-TIME.
           MOVE WS-STEP-RC(WS-STEP-IX) TO WS-STAT-RC.
           MOVE WS-STEP-MAX-CC(WS-STEP-IX) TO WS-STAT-MAX-CC.
           MOVE WS-STEP-COMMAND(WS-STEP-IX) TO WS-STAT-COMMAND.

           OPEN EXTEND JOBSTAT.
           IF WS-JOBSTAT-STATUS = "35"
              OPEN OUTPUT JOBSTAT
           END-IF.
           IF WS-JOBSTAT-STATUS NOT = "00"
              DISPLAY "MAGIQJOB ERROR - CANNOT OPEN THE STEP-STATUS "
                 "DATASET, STATUS = " WS-JOBSTAT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE JOBSTAT-REC FROM WS-STAT-LINE.
           IF WS-JOBSTAT-STATUS NOT = "00"
              DISPLAY "MAGIQJOB WARNING - STEP-STATUS WRITE FAILED, "
                 "STATUS = " WS-JOBSTAT-STATUS
           END-IF.

           CLOSE JOBSTAT.

      ******************************************************************
      * 9000-END PRINTS THE STREAM SUMMARY - ONE LINE PER STEP AND A   *
      * CLOSING VERDICT NAMING THE STEP THAT STOPPED THE NIGHT, IF ANY *
      * - AND ENDS WITH THE HIGHEST CONDITION CODE ANY STEP RETURNED,  *
      * SO THE SCHEDULER ABOVE THE DRIVER SEES THE NIGHT'S WORST.      *
      ******************************************************************
         9000-END.

           OPEN OUTPUT JOBRPT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQJOB STREAM SUMMARY FOR " DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  " STARTED " DELIMITED BY SIZE
                  WS-STREAM-TIME(1:6) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONTROL DATASET : " DELIMITED BY SIZE
                  WS-JOBCTL-FILENAME DELIMITED BY SPACE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           IF WS-RESTART-REQUESTED
              MOVE SPACES TO WS-REPORT-LINE
              STRING "RESTARTED AT    : " DELIMITED BY SIZE
                     WS-STEP-ID(WS-RESTART-IX) DELIMITED BY SPACE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE JOBRPT-REC FROM WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-HEADING-LINE.
           MOVE "NO" TO WS-HEADING-LINE(1:2).
           MOVE "STEP" TO WS-HEADING-LINE(5:4).
           MOVE "STATUS" TO WS-HEADING-LINE(17:6).
           MOVE "RC" TO WS-HEADING-LINE(28:2).
           MOVE "MAX" TO WS-HEADING-LINE(32:3).
           MOVE "STARTED" TO WS-HEADING-LINE(37:7).
           MOVE "ENDED" TO WS-HEADING-LINE(58:5).
           MOVE "COMMAND" TO WS-HEADING-LINE(79:7).
           WRITE JOBRPT-REC FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:128).
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
              UNTIL WS-STEP-IX > WS-STEP-COUNT
              PERFORM 9100-WRITE-DETAIL
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-COUNT-ENDED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STEPS ENDED     : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-COUNT-SKIPPED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STEPS SKIPPED   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-COUNT-BYPASSED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STEPS BYPASSED  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-COUNT-NOT-RUN TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "STEPS NOT RUN   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-HIGH-RC TO WS-EDIT-RC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HIGHEST RC      : " DELIMITED BY SIZE
                  WS-EDIT-RC DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-STREAM-STOPPED
              MOVE WS-STEP-RC(WS-STOP-IX) TO WS-EDIT-RC
              STRING "STREAM STOPPED AT STEP " DELIMITED BY SIZE
                     WS-STEP-ID(WS-STOP-IX) DELIMITED BY SPACE
                     " WITH CONDITION CODE " DELIMITED BY SIZE
                     WS-EDIT-RC DELIMITED BY SIZE
                     " - RESTART WITH MAGIQJOB_RESTART=Y"
                        DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           ELSE
              MOVE "STREAM ENDED NORMALLY" TO WS-REPORT-LINE
           END-IF.
           WRITE JOBRPT-REC FROM WS-REPORT-LINE.
           DISPLAY "MAGIQJOB - " WS-REPORT-LINE(1:100).

           CLOSE JOBRPT.

           MOVE WS-HIGH-RC TO RETURN-CODE.
           STOP RUN.

         9100-WRITE-DETAIL.

           MOVE WS-STEP-IX TO WS-DET-SEQ.
           MOVE WS-STEP-ID(WS-STEP-IX) TO WS-DET-STEP-ID.
           MOVE WS-STEP-STATUS(WS-STEP-IX) TO WS-DET-STATUS.
           MOVE WS-STEP-MAX-CC(WS-STEP-IX) TO WS-DET-MAX-CC.
           MOVE WS-STEP-COMMAND(WS-STEP-IX) TO WS-DET-COMMAND.

           IF WS-STEP-START-DATE(WS-STEP-IX) = 0
              MOVE SPACES TO WS-DET-RC(1:3)
              MOVE SPACES TO WS-DET-START
              MOVE SPACES TO WS-DET-END
           ELSE
              MOVE WS-STEP-RC(WS-STEP-IX) TO WS-DET-RC
              MOVE WS-STEP-START-DATE(WS-STEP-IX) TO WS-STAMP-DATE
              MOVE WS-STEP-START-TIME(WS-STEP-IX) TO WS-STAMP-TIME
              PERFORM 9110-FORMAT-STAMP
              MOVE WS-STAMP-TEXT TO WS-DET-START
              MOVE WS-STEP-END-DATE(WS-STEP-IX) TO WS-STAMP-DATE
              MOVE WS-STEP-END-TIME(WS-STEP-IX) TO WS-STAMP-TIME
              PERFORM 9110-FORMAT-STAMP
              MOVE WS-STAMP-TEXT TO WS-DET-END
           END-IF.

           WRITE JOBRPT-REC FROM WS-DETAIL-LINE.

         9110-FORMAT-STAMP.

           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-STAMP-DATE-X(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STAMP-DATE-X(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-STAMP-DATE-X(7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-TIME-X(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-STAMP-TIME-X(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-STAMP-TIME-X(5:2) DELIMITED BY SIZE
              INTO WS-STAMP-TEXT
           END-STRING.
