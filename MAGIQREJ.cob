      ******************************************************************
      * PROGRAM NAME: MAGIQREJ                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             REJECT ANALYSIS AND SOURCE-     *
      *                                QUALITY SCORECARD: READ THE     *
      *                                CSVREJ, CSVDUP AND CSVPARK      *
      *                                DATASETS MAGIQCSV WRITES, IN    *
      *                                THEIR EXISTING LAYOUTS, AND     *
      *                                THE CLEANED EXTRACT, THEN       *
      *                                PRINT THE REJECTS BY REASON     *
      *                                CODE, BY FAILING COLUMN AND BY  *
      *                                SOURCE OFFICE - THE COLUMNS     *
      *                                AND OFFICES RANKED WORST FIRST  *
      *                                WITH THEIR SHARE OF ALL         *
      *                                REJECTS - AND A ONE-LINE        *
      *                                SCORECARD PER OFFICE OF ROWS    *
      *                                SENT, ACCEPTED, REJECTED,       *
      *                                DUPLICATED AND PARKED, SO       *
      *                                VENDOR MANAGEMENT CAN PUSH      *
      *                                EACH OFFICE TO FIX ITS EXTRACT  *
      *                                AT THE SOURCE                   *
      * 15/10/26 EDEN CRUZ             ADD THE RECORD-TYPE REASON      *
      *                                CODES RO, RH AND RY             *
      * 15/10/26 EDEN CRUZ             A RECORD-TYPE RUN WRITES NO     *
      *                                EXTRACT: TAKE THE RUN KIND FROM *
      *                                THE LAST CSVAUDIT RECORD AND    *
      *                                PRINT ITS ACCEPTED, SENT AND    *
      *                                REJECT-PERCENTAGE FIGURES AS    *
      *                                N/A WITH CONDITION CODE 4       *
      *                                RATHER THAN READ A STALE        *
      *                                EXTRACT                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQREJ.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REJIN ASSIGN TO DYNAMIC WS-REJIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJIN-STATUS.

       SELECT DUPIN ASSIGN TO DYNAMIC WS-DUPIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUPIN-STATUS.

       SELECT PARKIN ASSIGN TO DYNAMIC WS-PARKIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARKIN-STATUS.

       SELECT OUTIN ASSIGN TO DYNAMIC WS-OUTIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTIN-STATUS.

       SELECT REJAUD ASSIGN TO DYNAMIC WS-REJAUD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJAUD-STATUS.

       SELECT REJRPT ASSIGN TO "SCORECARD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  REJIN.
       01  REJIN-REC                           PIC X(360).

       FD  DUPIN.
       01  DUPIN-REC                           PIC X(380).

       FD  PARKIN.
       01  PARKIN-REC                          PIC X(303).

       FD  OUTIN.
       01  OUTIN-REC                           PIC X(300).

       FD  REJAUD.
       01  REJAUD-REC                          PIC X(340).

       FD  REJRPT.
       01  REJRPT-REC                          PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REJIN-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-DUPIN-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-PARKIN-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-OUTIN-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-REJAUD-STATUS                    PIC X(02) VALUE SPACES.

       01  WS-REJIN-FILENAME                   PIC X(100) VALUE
               "REJECT.CSV".
       01  WS-DUPIN-FILENAME                   PIC X(100) VALUE
               "DUPLICATE.CSV".
       01  WS-PARKIN-FILENAME                  PIC X(100) VALUE
               "PARKED.CSV".
       01  WS-OUTIN-FILENAME                   PIC X(100) VALUE
               "OUTPUT.CSV".
       01  WS-REJAUD-FILENAME                  PIC X(100) VALUE
               "AUDIT.DAT".

       01  WS-EOF-FLAG                         PIC X VALUE 'N'.
           88  WS-AT-EOF                             VALUE 'Y'.
           88  WS-NOT-AT-EOF                          VALUE 'N'.

       01  WS-INPUT-DELIM-OPTION               PIC X(01) VALUE 'C'.
           88  WS-INDELIM-IS-COMMA                   VALUE 'C'.
           88  WS-INDELIM-IS-PIPE                     VALUE 'P'.
           88  WS-INDELIM-IS-SEMI                     VALUE 'S'.
           88  WS-INDELIM-IS-TAB                      VALUE 'T'.

       01  WS-INPUT-DELIM-CHAR                 PIC X(01) VALUE ",".

       01  WS-TRAILER-TAG-ENV                  PIC X(30) VALUE SPACES.
       01  WS-TAG-LEN                          PIC 9(02) VALUE ZEROES.

       01  WS-TOP-N                            PIC 9(3) VALUE 10.
       01  WS-TOP-N-X                          PIC X(03) VALUE SPACES.
       01  WS-TOP-N-EDIT                       PIC ZZ9.

      *    THE REASON CODES MAGIQCSV WRITES IN POSITIONS 1-2 OF EACH
      *    REJECT LINE, WITH A SHORT MEANING FOR THE REPORT. THE LAST
      *    SLOT CATCHES ANYTHING ELSE SO THE TOTALS STILL BALANCE.
       01  WS-REASON-VALUES.
           05  FILLER                          PIC X(32) VALUE
               "RBCONTROL OR NON-TEXT BYTE      ".
           05  FILLER                          PIC X(32) VALUE
               "RQUNBALANCED QUOTES             ".
           05  FILLER                          PIC X(32) VALUE
               "RFWRONG FIELD COUNT             ".
           05  FILLER                          PIC X(32) VALUE
               "RCMORE COLUMNS THAN SUPPORTED   ".
           05  FILLER                          PIC X(32) VALUE
               "RTROW LONGER THAN RECORD        ".
           05  FILLER                          PIC X(32) VALUE
               "RVCOLUMN FAILED A FIELD RULE    ".
           05  FILLER                          PIC X(32) VALUE
               "RKMASTER KEY ALREADY PRESENT    ".
           05  FILLER                          PIC X(32) VALUE
               "RRCODE NOT ACTIVE IN REFDATA    ".
           05  FILLER                          PIC X(32) VALUE
               "ROCHILD RECORD WITHOUT A PARENT ".
           05  FILLER                          PIC X(32) VALUE
               "RHHEADER RECORD WITH NO CHILDREN".
           05  FILLER                          PIC X(32) VALUE
               "RYUNKNOWN RECORD TYPE CODE      ".
           05  FILLER                          PIC X(32) VALUE
               "??UNRECOGNIZED REASON CODE      ".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 12 TIMES.
               10  WS-REASON-CODE               PIC X(02).
               10  WS-REASON-TEXT               PIC X(30).

       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT OCCURS 12 TIMES PIC 9(07).

       01  WS-MAX-REASONS                      PIC 9(2) VALUE 12.
       01  WS-REASON-IX                        PIC 9(2) VALUE ZEROES.
       01  WS-REJECT-REASON                    PIC X(02) VALUE SPACES.

       01  WS-MAX-FAIL-COLS                    PIC 9(3) VALUE 100.
       01  WS-FAIL-COL-COUNT                   PIC 9(3) VALUE ZEROES.
       01  WS-FAIL-COL-IX                      PIC 9(3) VALUE ZEROES.
       01  WS-FAIL-COL-TOTAL                   PIC 9(7) VALUE ZEROES.

       01  WS-FAIL-COLS-TABLE.
           05  WS-FAIL-COL-ENTRY OCCURS 100 TIMES.
               10  WS-FAIL-COL-NAME             PIC X(30).
               10  WS-FAIL-COL-HITS             PIC 9(07).

       01  WS-FAIL-COL-SWAP                    PIC X(37) VALUE SPACES.
       01  WS-FAIL-NAME                        PIC X(30) VALUE SPACES.

      *    ONE ENTRY PER SOURCE-FILE ID SEEN ON ANY DATASET. A BLANK
      *    ID IS A SINGLE-FILE RUN; RECYCLED IS THE NEUTRAL ID MAGIQCSV
      *    STAMPS ON RECYCLED ROWS, AND PARKED ROWS - WHICH CARRY NO ID
      *    AT ALL - ARE CHARGED TO IT AS WELL.
       01  WS-MAX-OFFICES                      PIC 9(3) VALUE 50.
       01  WS-OFFICE-COUNT                     PIC 9(3) VALUE ZEROES.
       01  WS-OFFICE-IX                        PIC 9(3) VALUE ZEROES.

       01  WS-OFFICES-TABLE.
           05  WS-OFFICE-ENTRY OCCURS 50 TIMES.
               10  WS-OFFICE-ID                 PIC X(08).
               10  WS-OFFICE-ACCEPTED           PIC 9(07).
               10  WS-OFFICE-REJECTED           PIC 9(07).
               10  WS-OFFICE-DUPLICATED         PIC 9(07).
               10  WS-OFFICE-PARKED             PIC 9(07).

       01  WS-OFFICE-SWAP                      PIC X(36) VALUE SPACES.
       01  WS-OFFICE-KEY                       PIC X(08) VALUE SPACES.
       01  WS-OFFICE-SENT                      PIC 9(08) VALUE ZEROES.

       01  WS-OVERFLOW-FLAG                    PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOWED                   VALUE 'Y'.
           88  WS-TABLE-NOT-OVERFLOWED                VALUE 'N'.

       01  WS-RANK-IX                          PIC 9(3) VALUE ZEROES.
       01  WS-RANK-JX                          PIC 9(3) VALUE ZEROES.
       01  WS-RANK-POS                         PIC 9(3) VALUE ZEROES.

       01  WS-CONTROL-TOTALS.
           05  WS-REJECTS-READ                 PIC 9(7) VALUE ZEROES.
           05  WS-REJECTS-RECYCLED             PIC 9(7) VALUE ZEROES.
           05  WS-DUPS-READ                    PIC 9(7) VALUE ZEROES.
           05  WS-PARKED-READ                  PIC 9(7) VALUE ZEROES.
           05  WS-ACCEPTED-READ                PIC 9(7) VALUE ZEROES.

       01  WS-OUTPUT-FLAG                      PIC X VALUE 'N'.
           88  WS-OUTPUT-READ                        VALUE 'Y'.
           88  WS-OUTPUT-NOT-READ                     VALUE 'N'.

      *    SET FROM POSITION 335 OF THE LAST AUDIT RECORD, WHERE
      *    MAGIQCSV'S 9100-WRITE-AUDIT FLAGS A RECORD-TYPE RUN
       01  WS-RECTYPE-FLAG                     PIC X VALUE 'N'.
           88  WS-RECTYPE-RUN                        VALUE 'Y'.
           88  WS-RECTYPE-NOT-RUN                     VALUE 'N'.

       01  WS-SOURCE-COL-FLAG                  PIC X VALUE 'N'.
           88  WS-SOURCE-COL-PRESENT                 VALUE 'Y'.
           88  WS-SOURCE-COL-ABSENT                   VALUE 'N'.

       01  WS-OUT-LINE-NUM                     PIC 9(7) VALUE ZEROES.
       01  WS-LINE-LEN                         PIC 9(3) VALUE ZEROES.
       01  WS-DELIM-POS                        PIC 9(3) VALUE ZEROES.
       01  WS-LAST-FIELD                       PIC X(30) VALUE SPACES.
       01  WS-PASS-X                           PIC X(02) VALUE SPACES.

       01  WS-PCT-WORK                         PIC 9(3)V9(02)
                                               VALUE ZEROES.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-HEADING-LINE                     PIC X(132) VALUE SPACES.
       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.

       01  WS-SHARE-LINE.
           05  WS-SHR-RANK                     PIC ZZ9
                                               BLANK WHEN ZERO.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHR-NAME                     PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-SHR-TEXT                     PIC X(30).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-SHR-COUNT                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-SHR-PCT                      PIC ZZ9.99.
           05  FILLER                          PIC X(01) VALUE "%".

       01  WS-CARD-LINE.
           05  WS-CARD-OFFICE                  PIC X(08).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-CARD-SENT                    PIC ZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-CARD-ACCEPTED                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-CARD-REJECTED                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-CARD-DUPLICATED              PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-CARD-PARKED                  PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  WS-CARD-REJPCT                  PIC ZZ9.99.
           05  FILLER                          PIC X(01) VALUE "%".

      *    THE SAME LINE WITH THE COLUMNS A RECORD-TYPE RUN CANNOT
      *    FILL - SENT, ACCEPTED AND REJECT PERCENTAGE - AS TEXT
       01  WS-CARD-NA-LINE REDEFINES WS-CARD-LINE.
           05  FILLER                          PIC X(10).
           05  WS-CARD-SENT-X                  PIC X(10).
           05  FILLER                          PIC X(01).
           05  WS-CARD-ACCEPTED-X              PIC X(09).
           05  FILLER                          PIC X(32).
           05  WS-CARD-REJPCT-X                PIC X(07).

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-READ-REJECTS.
           PERFORM 3000-READ-DUPLICATES.
           PERFORM 4000-READ-PARKED.
           IF WS-RECTYPE-NOT-RUN
              PERFORM 5000-READ-OUTPUT
           END-IF.
           PERFORM 8000-RANK-TABLES.
           PERFORM 9000-END.

         1000-INITIALIZATION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "MAGIQREJ_REJECT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REJIN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-REJIN-FILENAME = SPACES
              MOVE "REJECT.CSV" TO WS-REJIN-FILENAME
           END-IF.

           DISPLAY "MAGIQREJ_DUP_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DUPIN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-DUPIN-FILENAME = SPACES
              MOVE "DUPLICATE.CSV" TO WS-DUPIN-FILENAME
           END-IF.

           DISPLAY "MAGIQREJ_PARK_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARKIN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-PARKIN-FILENAME = SPACES
              MOVE "PARKED.CSV" TO WS-PARKIN-FILENAME
           END-IF.

           DISPLAY "MAGIQREJ_OUTPUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OUTIN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-OUTIN-FILENAME = SPACES
              MOVE "OUTPUT.CSV" TO WS-OUTIN-FILENAME
           END-IF.

           DISPLAY "MAGIQREJ_AUDIT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REJAUD-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-REJAUD-FILENAME = SPACES
              MOVE "AUDIT.DAT" TO WS-REJAUD-FILENAME
           END-IF.

           MOVE 'C' TO WS-INPUT-DELIM-OPTION.
           DISPLAY "MAGIQREJ_INPUT_DELIM" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INPUT-DELIM-OPTION FROM ENVIRONMENT-VALUE.

           EVALUATE TRUE
              WHEN WS-INDELIM-IS-PIPE
                 MOVE "|" TO WS-INPUT-DELIM-CHAR
              WHEN WS-INDELIM-IS-SEMI
                 MOVE ";" TO WS-INPUT-DELIM-CHAR
              WHEN WS-INDELIM-IS-TAB
                 MOVE X"09" TO WS-INPUT-DELIM-CHAR
              WHEN OTHER
                 SET WS-INDELIM-IS-COMMA TO TRUE
                 MOVE "," TO WS-INPUT-DELIM-CHAR
           END-EVALUATE.

           MOVE SPACES TO WS-TRAILER-TAG-ENV.
           DISPLAY "MAGIQREJ_TRAILER_TAG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TRAILER-TAG-ENV FROM ENVIRONMENT-VALUE.
           MOVE 30 TO WS-TAG-LEN.
           PERFORM UNTIL WS-TAG-LEN = 0
                 OR WS-TRAILER-TAG-ENV(WS-TAG-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-TAG-LEN
           END-PERFORM.

           MOVE SPACES TO WS-TOP-N-X.
           DISPLAY "MAGIQREJ_TOP" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TOP-N-X FROM ENVIRONMENT-VALUE.
           IF WS-TOP-N-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-TOP-N-X) = 0
              COMPUTE WS-TOP-N = FUNCTION NUMVAL(WS-TOP-N-X)
           END-IF.
           IF WS-TOP-N = 0
              MOVE 10 TO WS-TOP-N
           END-IF.

           INITIALIZE WS-REASON-COUNTS
                      WS-FAIL-COLS-TABLE
                      WS-OFFICES-TABLE.

           PERFORM 1100-READ-RUN-KIND.

      ******************************************************************
      * 1100-READ-RUN-KIND TAKES THE LAST CSVAUDIT RECORD - THE RUN    *
      * WHOSE REJECTS THIS REPORT READS - AND NOTES WHETHER IT WAS A   *
      * RECORD-TYPE RUN. SUCH A RUN WRITES NO EXTRACT, SO WHATEVER     *
      * EXTRACT IS ON DISK IS AN OLDER RUN'S AND MUST NOT BE COUNTED.  *
      * A MISSING AUDIT DATASET, OR A RECORD WRITTEN BEFORE THE FLAG   *
      * EXISTED, IS TAKEN AS AN ORDINARY RUN.                          *
      ******************************************************************
         1100-READ-RUN-KIND.

           SET WS-RECTYPE-NOT-RUN TO TRUE.

           OPEN INPUT REJAUD.
           IF WS-REJAUD-STATUS NOT = "00"
              DISPLAY "MAGIQREJ WARNING - NO AUDIT DATASET "
                 WS-REJAUD-FILENAME(1:40) ", STATUS = "
                 WS-REJAUD-STATUS ", THE RUN IS TAKEN AS AN ORDINARY "
                 "ONE"
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ REJAUD
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF AND REJAUD-REC NOT = SPACES
                    IF REJAUD-REC(335:1) = "Y"
                       SET WS-RECTYPE-RUN TO TRUE
                    ELSE
                       SET WS-RECTYPE-NOT-RUN TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE REJAUD
           END-IF.

      ******************************************************************
      * 2000-READ-REJECTS FOLDS EVERY CSVREJ LINE INTO THE REASON,     *
      * COLUMN AND OFFICE COUNTS. THE LAYOUT IS MAGIQCSV'S             *
      * 2080-WRITE-REJECT: REASON 1-2, SANITIZED ROW 4-303, FAILING    *
      * COLUMN NAME FROM 305 ON RV AND RR LINES, SOURCE-FILE ID AT     *
      * 336 AND RECYCLE PASS AT 345. THE REJECT DATASET IS THE ONE     *
      * INPUT THE REPORT CANNOT DO WITHOUT.                            *
      ******************************************************************
         2000-READ-REJECTS.

           OPEN INPUT REJIN.
           IF WS-REJIN-STATUS NOT = "00"
              DISPLAY "MAGIQREJ ERROR - CANNOT OPEN REJECT DATASET "
                 WS-REJIN-FILENAME(1:40) ", STATUS = "
                 WS-REJIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-NOT-AT-EOF TO TRUE.

           PERFORM UNTIL WS-AT-EOF
              READ REJIN
                 AT END
                    SET WS-AT-EOF TO TRUE
              END-READ
              IF WS-NOT-AT-EOF AND REJIN-REC NOT = SPACES
                 ADD 1 TO WS-REJECTS-READ
                 MOVE REJIN-REC(1:2) TO WS-REJECT-REASON
                 PERFORM 2100-COUNT-REASON
                 IF WS-REJECT-REASON = "RV"
                    OR WS-REJECT-REASON = "RR"
                    MOVE REJIN-REC(305:30) TO WS-FAIL-NAME
                    PERFORM 2200-COUNT-FAIL-COLUMN
                 END-IF
                 MOVE REJIN-REC(336:8) TO WS-OFFICE-KEY
                 PERFORM 2300-FIND-OFFICE
                 IF WS-OFFICE-IX > 0
                    ADD 1 TO WS-OFFICE-REJECTED(WS-OFFICE-IX)
                 END-IF
                 MOVE REJIN-REC(345:2) TO WS-PASS-X
                 IF WS-PASS-X IS NUMERIC AND WS-PASS-X NOT = "00"
                    ADD 1 TO WS-REJECTS-RECYCLED
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE REJIN.

         2100-COUNT-REASON.

           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
              UNTIL WS-REASON-IX >= WS-MAX-REASONS
                 OR WS-REASON-CODE(WS-REASON-IX) = WS-REJECT-REASON
              CONTINUE
           END-PERFORM.

           ADD 1 TO WS-REASON-COUNT(WS-REASON-IX).

      ******************************************************************
      * 2200-COUNT-FAIL-COLUMN ADDS ONE HIT FOR THE FAILING COLUMN     *
      * NAME, ADDING IT TO THE TABLE THE FIRST TIME IT IS SEEN. A      *
      * BLANK NAME (A HAND-EDITED LINE) IS COUNTED UNDER "(UNNAMED)".  *
      ******************************************************************
         2200-COUNT-FAIL-COLUMN.

           IF WS-FAIL-NAME = SPACES
              MOVE "(UNNAMED)" TO WS-FAIL-NAME
           END-IF.

           ADD 1 TO WS-FAIL-COL-TOTAL.

           PERFORM VARYING WS-FAIL-COL-IX FROM 1 BY 1
              UNTIL WS-FAIL-COL-IX > WS-FAIL-COL-COUNT
                 OR WS-FAIL-COL-NAME(WS-FAIL-COL-IX) = WS-FAIL-NAME
              CONTINUE
           END-PERFORM.

           IF WS-FAIL-COL-IX > WS-FAIL-COL-COUNT
              IF WS-FAIL-COL-COUNT < WS-MAX-FAIL-COLS
                 ADD 1 TO WS-FAIL-COL-COUNT
                 MOVE WS-FAIL-COL-COUNT TO WS-FAIL-COL-IX
                 MOVE WS-FAIL-NAME TO WS-FAIL-COL-NAME(WS-FAIL-COL-IX)
              ELSE
                 MOVE 0 TO WS-FAIL-COL-IX
                 IF WS-TABLE-NOT-OVERFLOWED
                    SET WS-TABLE-OVERFLOWED TO TRUE
                    DISPLAY "MAGIQREJ WARNING - MORE THAN "
                       WS-MAX-FAIL-COLS " FAILING COLUMNS OR "
                       WS-MAX-OFFICES " OFFICES, THE EXTRAS ARE "
                       "LEFT OUT OF THE BREAKDOWNS"
                 END-IF
              END-IF
           END-IF.

           IF WS-FAIL-COL-IX > 0
              ADD 1 TO WS-FAIL-COL-HITS(WS-FAIL-COL-IX)
           END-IF.

      ******************************************************************
      * 2300-FIND-OFFICE POINTS WS-OFFICE-IX AT THE ENTRY FOR THE      *
      * SOURCE-FILE ID IN WS-OFFICE-KEY, ADDING IT ON FIRST SIGHT, OR  *
      * LEAVES IT ZERO WHEN THE TABLE IS FULL.                         *
      ******************************************************************
         2300-FIND-OFFICE.

           PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
              UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
                 OR WS-OFFICE-ID(WS-OFFICE-IX) = WS-OFFICE-KEY
              CONTINUE
           END-PERFORM.

           IF WS-OFFICE-IX > WS-OFFICE-COUNT
              IF WS-OFFICE-COUNT < WS-MAX-OFFICES
                 ADD 1 TO WS-OFFICE-COUNT
                 MOVE WS-OFFICE-COUNT TO WS-OFFICE-IX
                 MOVE WS-OFFICE-KEY TO WS-OFFICE-ID(WS-OFFICE-IX)
              ELSE
                 MOVE 0 TO WS-OFFICE-IX
                 IF WS-TABLE-NOT-OVERFLOWED
                    SET WS-TABLE-OVERFLOWED TO TRUE
                    DISPLAY "MAGIQREJ WARNING - MORE THAN "
                       WS-MAX-FAIL-COLS " FAILING COLUMNS OR "
                       WS-MAX-OFFICES " OFFICES, THE EXTRAS ARE "
                       "LEFT OUT OF THE BREAKDOWNS"
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * 3000-READ-DUPLICATES CHARGES EACH CSVDUP LINE TO THE OFFICE    *
      * WHOSE ID 2056-WRITE-DUPLICATE STAMPED AT POSITION 372. A       *
      * MISSING DATASET SIMPLY MEANS NO DUPLICATE CHECK WAS RUN.       *
      ******************************************************************
         3000-READ-DUPLICATES.

           OPEN INPUT DUPIN.
           IF WS-DUPIN-STATUS NOT = "00"
              DISPLAY "MAGIQREJ WARNING - NO DUPLICATE DATASET "
                 WS-DUPIN-FILENAME(1:40) ", STATUS = "
                 WS-DUPIN-STATUS ", DUPLICATES COUNTED AS ZERO"
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ DUPIN
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF AND DUPIN-REC NOT = SPACES
                    ADD 1 TO WS-DUPS-READ
                    MOVE DUPIN-REC(372:8) TO WS-OFFICE-KEY
                    PERFORM 2300-FIND-OFFICE
                    IF WS-OFFICE-IX > 0
                       ADD 1 TO WS-OFFICE-DUPLICATED(WS-OFFICE-IX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE DUPIN
           END-IF.

      ******************************************************************
      * 4000-READ-PARKED COUNTS THE CSVPARK LINES. A PARKED ROW IS A   *
      * RECYCLED ROW THAT USED UP ITS PASSES, AND THE PARK LAYOUT      *
      * (PASS 1-2, ROW 4-303) CARRIES NO SOURCE-FILE ID, SO EVERY      *
      * PARKED ROW IS CHARGED TO THE SAME RECYCLED ID MAGIQCSV STAMPS  *
      * ON RECYCLED ROWS. THE PARK DATASET ACCUMULATES ACROSS RUNS     *
      * UNTIL SOMEONE CLEARS IT, SO ITS COUNT IS A STANDING BACKLOG.   *
      ******************************************************************
         4000-READ-PARKED.

           OPEN INPUT PARKIN.
           IF WS-PARKIN-STATUS NOT = "00"
              DISPLAY "MAGIQREJ WARNING - NO PARK DATASET "
                 WS-PARKIN-FILENAME(1:40) ", STATUS = "
                 WS-PARKIN-STATUS ", PARKED ROWS COUNTED AS ZERO"
           ELSE
              SET WS-NOT-AT-EOF TO TRUE
              PERFORM UNTIL WS-AT-EOF
                 READ PARKIN
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF AND PARKIN-REC NOT = SPACES
                    ADD 1 TO WS-PARKED-READ
                 END-IF
              END-PERFORM
              CLOSE PARKIN
              IF WS-PARKED-READ > 0
                 MOVE "RECYCLED" TO WS-OFFICE-KEY
                 PERFORM 2300-FIND-OFFICE
                 IF WS-OFFICE-IX > 0
                    ADD WS-PARKED-READ
                       TO WS-OFFICE-PARKED(WS-OFFICE-IX)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * 5000-READ-OUTPUT COUNTS THE ACCEPTED ROWS PER OFFICE FROM THE  *
      * CLEANED EXTRACT. ON A FILE-LIST RUN 2068-STAMP-SOURCE-ID MADE  *
      * SOURCE_FILE THE LAST COLUMN, SO THE ID IS WHATEVER FOLLOWS THE *
      * LAST DELIMITER; WITHOUT THAT COLUMN THE RUN WAS A SINGLE FILE  *
      * AND EVERY ROW BELONGS TO THE BLANK ID, AS ITS REJECTS DO. THE  *
      * HEADER AND THE GENERATED TRAILER ARE NOT ROWS.                 *
      ******************************************************************
         5000-READ-OUTPUT.

           OPEN INPUT OUTIN.
           IF WS-OUTIN-STATUS NOT = "00"
              DISPLAY "MAGIQREJ WARNING - NO EXTRACT "
                 WS-OUTIN-FILENAME(1:40) ", STATUS = "
                 WS-OUTIN-STATUS ", ACCEPTED ROWS COUNTED AS ZERO"
           ELSE
              SET WS-OUTPUT-READ TO TRUE
              SET WS-NOT-AT-EOF TO TRUE
              MOVE 0 TO WS-OUT-LINE-NUM
              PERFORM UNTIL WS-AT-EOF
                 READ OUTIN
                    AT END
                       SET WS-AT-EOF TO TRUE
                 END-READ
                 IF WS-NOT-AT-EOF AND OUTIN-REC NOT = SPACES
                    ADD 1 TO WS-OUT-LINE-NUM
                    PERFORM 5100-PICK-LAST-FIELD
                    EVALUATE TRUE
                       WHEN WS-OUT-LINE-NUM = 1
                          IF WS-LAST-FIELD = "SOURCE_FILE"
                             SET WS-SOURCE-COL-PRESENT TO TRUE
                          END-IF
                       WHEN WS-TAG-LEN > 0
                            AND OUTIN-REC(1:WS-TAG-LEN)
                                = WS-TRAILER-TAG-ENV(1:WS-TAG-LEN)
                            AND OUTIN-REC(WS-TAG-LEN + 1:1)
                                = WS-INPUT-DELIM-CHAR
                          CONTINUE
                       WHEN OTHER
                          ADD 1 TO WS-ACCEPTED-READ
                          IF WS-SOURCE-COL-PRESENT
                             MOVE WS-LAST-FIELD TO WS-OFFICE-KEY
                          ELSE
                             MOVE SPACES TO WS-OFFICE-KEY
                          END-IF
                          PERFORM 2300-FIND-OFFICE
                          IF WS-OFFICE-IX > 0
                             ADD 1 TO WS-OFFICE-ACCEPTED(WS-OFFICE-IX)
                          END-IF
                    END-EVALUATE
                 END-IF
              END-PERFORM
              CLOSE OUTIN
           END-IF.

         5100-PICK-LAST-FIELD.

           MOVE SPACES TO WS-LAST-FIELD.

           MOVE 300 TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = 0
                 OR OUTIN-REC(WS-LINE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.

           MOVE WS-LINE-LEN TO WS-DELIM-POS.
           PERFORM UNTIL WS-DELIM-POS = 0
                 OR OUTIN-REC(WS-DELIM-POS:1) = WS-INPUT-DELIM-CHAR
              SUBTRACT 1 FROM WS-DELIM-POS
           END-PERFORM.

           IF WS-DELIM-POS < WS-LINE-LEN
              AND WS-LINE-LEN - WS-DELIM-POS <= 30
              MOVE OUTIN-REC(WS-DELIM-POS + 1:
                             WS-LINE-LEN - WS-DELIM-POS)
                 TO WS-LAST-FIELD
           END-IF.

      ******************************************************************
      * 8000-RANK-TABLES PUTS THE FAILING COLUMNS AND THE OFFICES IN   *
      * WORST-FIRST ORDER - COLUMNS BY HITS, OFFICES BY REJECTS - WITH *
      * A PLAIN EXCHANGE SORT; NEITHER TABLE IS BIG ENOUGH TO WANT     *
      * MORE.                                                          *
      ******************************************************************
         8000-RANK-TABLES.

           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
              UNTIL WS-RANK-IX >= WS-FAIL-COL-COUNT
              PERFORM VARYING WS-RANK-JX FROM WS-RANK-IX BY 1
                 UNTIL WS-RANK-JX > WS-FAIL-COL-COUNT
                 IF WS-FAIL-COL-HITS(WS-RANK-JX)
                    > WS-FAIL-COL-HITS(WS-RANK-IX)
                    MOVE WS-FAIL-COL-ENTRY(WS-RANK-IX)
                       TO WS-FAIL-COL-SWAP
                    MOVE WS-FAIL-COL-ENTRY(WS-RANK-JX)
                       TO WS-FAIL-COL-ENTRY(WS-RANK-IX)
                    MOVE WS-FAIL-COL-SWAP
                       TO WS-FAIL-COL-ENTRY(WS-RANK-JX)
                 END-IF
              END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-RANK-IX FROM 1 BY 1
              UNTIL WS-RANK-IX >= WS-OFFICE-COUNT
              PERFORM VARYING WS-RANK-JX FROM WS-RANK-IX BY 1
                 UNTIL WS-RANK-JX > WS-OFFICE-COUNT
                 IF WS-OFFICE-REJECTED(WS-RANK-JX)
                    > WS-OFFICE-REJECTED(WS-RANK-IX)
                    MOVE WS-OFFICE-ENTRY(WS-RANK-IX)
                       TO WS-OFFICE-SWAP
                    MOVE WS-OFFICE-ENTRY(WS-RANK-JX)
                       TO WS-OFFICE-ENTRY(WS-RANK-IX)
                    MOVE WS-OFFICE-SWAP
                       TO WS-OFFICE-ENTRY(WS-RANK-JX)
                 END-IF
              END-PERFORM
           END-PERFORM.

         9000-END.

           OPEN OUTPUT REJRPT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MAGIQREJ REJECT ANALYSIS AND SOURCE SCORECARD  "
                     DELIMITED BY SIZE
                  WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE(7:2) DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE ALL "-" TO WS-REPORT-LINE(1:60).
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REJECT FILE     : " DELIMITED BY SIZE
                  WS-REJIN-FILENAME DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DUPLICATE FILE  : " DELIMITED BY SIZE
                  WS-DUPIN-FILENAME DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PARKED FILE     : " DELIMITED BY SIZE
                  WS-PARKIN-FILENAME DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXTRACT FILE    : " DELIMITED BY SIZE
                  WS-OUTIN-FILENAME DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-REJECTS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REJECTED ROWS   : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-REJECTS-RECYCLED TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ON A RECYCLE  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-DUPS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DUPLICATE ROWS  : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-PARKED-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PARKED ROWS     : " DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-ACCEPTED-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RECTYPE-RUN
              MOVE "ACCEPTED ROWS   : N/A - RECORD-TYPE RUN"
                 TO WS-REPORT-LINE
           ELSE
              STRING "ACCEPTED ROWS   : " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           PERFORM 9100-WRITE-BY-REASON.
           PERFORM 9200-WRITE-BY-COLUMN.
           PERFORM 9300-WRITE-BY-OFFICE.
           PERFORM 9400-WRITE-SCORECARD.

           CLOSE REJRPT.

           DISPLAY "MAGIQREJ - " WS-REJECTS-READ " REJECTS FROM "
              WS-OFFICE-COUNT " SOURCE IDS ANALYZED".

           IF WS-TABLE-OVERFLOWED
              OR WS-RECTYPE-RUN
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 9100-WRITE-BY-REASON PRINTS ONE LINE PER REASON CODE WITH ITS  *
      * SHARE OF ALL REJECTS. EVERY KNOWN CODE IS PRINTED, ZERO OR     *
      * NOT, SO THE MONTHLY COPIES LINE UP; THE CATCH-ALL IS PRINTED   *
      * ONLY WHEN SOMETHING LANDED IN IT.                              *
      ******************************************************************
         9100-WRITE-BY-REASON.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.
           MOVE "REJECTS BY REASON CODE" TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-HEADING-LINE.
           MOVE "CODE" TO WS-HEADING-LINE(6:4).
           MOVE "MEANING" TO WS-HEADING-LINE(37:7).
           MOVE "REJECTS" TO WS-HEADING-LINE(70:7).
           MOVE "SHARE" TO WS-HEADING-LINE(80:5).
           WRITE REJRPT-REC FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:85).
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           PERFORM VARYING WS-REASON-IX FROM 1 BY 1
              UNTIL WS-REASON-IX > WS-MAX-REASONS
              IF WS-REASON-IX < WS-MAX-REASONS
                 OR WS-REASON-COUNT(WS-REASON-IX) > 0
                 INITIALIZE WS-SHARE-LINE
                 MOVE WS-REASON-CODE(WS-REASON-IX) TO WS-SHR-NAME
                 MOVE WS-REASON-TEXT(WS-REASON-IX) TO WS-SHR-TEXT
                 MOVE WS-REASON-COUNT(WS-REASON-IX) TO WS-SHR-COUNT
                 MOVE WS-REASON-COUNT(WS-REASON-IX) TO WS-OFFICE-SENT
                 PERFORM 9900-SHARE-OF-REJECTS
                 MOVE WS-PCT-WORK TO WS-SHR-PCT
                 WRITE REJRPT-REC FROM WS-SHARE-LINE
              END-IF
           END-PERFORM.

      ******************************************************************
      * 9200-WRITE-BY-COLUMN PRINTS THE WORST FAILING COLUMNS, RANKED, *
      * WITH EACH ONE'S SHARE OF ALL REJECTS. FIELD-RULE (RV) AND      *
      * REFERENCE-CODE (RR) REJECTS BOTH NAME THEIR COLUMN AND ARE     *
      * COUNTED TOGETHER - TO THE OFFICE FIXING ITS EXTRACT THE        *
      * COLUMN IS WHAT MATTERS.                                        *
      ******************************************************************
         9200-WRITE-BY-COLUMN.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOP-N TO WS-TOP-N-EDIT.
           STRING "WORST COLUMNS (RV AND RR REJECTS), TOP"
                     DELIMITED BY SIZE
                  WS-TOP-N-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-HEADING-LINE.
           MOVE "RANK" TO WS-HEADING-LINE(1:4).
           MOVE "COLUMN" TO WS-HEADING-LINE(6:6).
           MOVE "REJECTS" TO WS-HEADING-LINE(70:7).
           MOVE "SHARE" TO WS-HEADING-LINE(80:5).
           WRITE REJRPT-REC FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:85).
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           IF WS-FAIL-COL-COUNT = 0
              MOVE "     NO COLUMN-LEVEL REJECTS" TO WS-REPORT-LINE
              WRITE REJRPT-REC FROM WS-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
              UNTIL WS-RANK-POS > WS-FAIL-COL-COUNT
                 OR WS-RANK-POS > WS-TOP-N
              INITIALIZE WS-SHARE-LINE
              MOVE WS-RANK-POS TO WS-SHR-RANK
              MOVE WS-FAIL-COL-NAME(WS-RANK-POS) TO WS-SHR-NAME
              MOVE WS-FAIL-COL-HITS(WS-RANK-POS) TO WS-SHR-COUNT
              MOVE WS-FAIL-COL-HITS(WS-RANK-POS) TO WS-OFFICE-SENT
              PERFORM 9900-SHARE-OF-REJECTS
              MOVE WS-PCT-WORK TO WS-SHR-PCT
              WRITE REJRPT-REC FROM WS-SHARE-LINE
           END-PERFORM.

      ******************************************************************
      * 9300-WRITE-BY-OFFICE PRINTS THE OFFICES RANKED BY REJECTS WITH *
      * EACH ONE'S SHARE OF ALL REJECTS. OFFICES WITH NO REJECTS ARE   *
      * LEFT FOR THE SCORECARD - THIS LIST IS THE NAMING AND SHAMING.  *
      ******************************************************************
         9300-WRITE-BY-OFFICE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-TOP-N TO WS-TOP-N-EDIT.
           STRING "WORST SOURCE OFFICES, TOP" DELIMITED BY SIZE
                  WS-TOP-N-EDIT DELIMITED BY SIZE
              INTO WS-REPORT-LINE
           END-STRING.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-HEADING-LINE.
           MOVE "RANK" TO WS-HEADING-LINE(1:4).
           MOVE "SOURCE ID" TO WS-HEADING-LINE(6:9).
           MOVE "REJECTS" TO WS-HEADING-LINE(70:7).
           MOVE "SHARE" TO WS-HEADING-LINE(80:5).
           WRITE REJRPT-REC FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:85).
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
              UNTIL WS-RANK-POS > WS-OFFICE-COUNT
                 OR WS-RANK-POS > WS-TOP-N
                 OR WS-OFFICE-REJECTED(WS-RANK-POS) = 0
              INITIALIZE WS-SHARE-LINE
              MOVE WS-RANK-POS TO WS-SHR-RANK
              IF WS-OFFICE-ID(WS-RANK-POS) = SPACES
                 MOVE "(SINGLE FILE)" TO WS-SHR-NAME
              ELSE
                 MOVE WS-OFFICE-ID(WS-RANK-POS) TO WS-SHR-NAME
              END-IF
              MOVE WS-OFFICE-REJECTED(WS-RANK-POS) TO WS-SHR-COUNT
              MOVE WS-OFFICE-REJECTED(WS-RANK-POS) TO WS-OFFICE-SENT
              PERFORM 9900-SHARE-OF-REJECTS
              MOVE WS-PCT-WORK TO WS-SHR-PCT
              WRITE REJRPT-REC FROM WS-SHARE-LINE
           END-PERFORM.

      ******************************************************************
      * 9400-WRITE-SCORECARD PRINTS ONE LINE PER SOURCE ID IN THE SAME *
      * WORST-FIRST ORDER. ROWS SENT IS WHAT CAME BACK OUT OF THE RUN  *
      * FOR THAT OFFICE - ACCEPTED PLUS REJECTED PLUS DUPLICATED;      *
      * ROWS DROPPED BY THE SELECTION DATASET ARE NOT WRITTEN ANYWHERE *
      * AND SO CANNOT BE CHARGED TO AN OFFICE. THE REJECT PERCENTAGE   *
      * IS OF THE OFFICE'S OWN ROWS SENT. A RECORD-TYPE RUN HAS NO     *
      * EXTRACT, SO ITS SENT, ACCEPTED AND PERCENTAGE COLUMNS ARE N/A. *
      ******************************************************************
         9400-WRITE-SCORECARD.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.
           MOVE "SOURCE OFFICE SCORECARD" TO WS-REPORT-LINE.
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-HEADING-LINE.
           MOVE "SOURCE ID" TO WS-HEADING-LINE(1:9).
           MOVE "SENT" TO WS-HEADING-LINE(17:4).
           MOVE "ACCEPTED" TO WS-HEADING-LINE(23:8).
           MOVE "REJECTED" TO WS-HEADING-LINE(33:8).
           MOVE "DUPLICATE" TO WS-HEADING-LINE(42:9).
           MOVE "PARKED" TO WS-HEADING-LINE(55:6).
           MOVE "REJ PCT" TO WS-HEADING-LINE(63:7).
           WRITE REJRPT-REC FROM WS-HEADING-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE(1:69).
           WRITE REJRPT-REC FROM WS-REPORT-LINE.

           PERFORM VARYING WS-OFFICE-IX FROM 1 BY 1
              UNTIL WS-OFFICE-IX > WS-OFFICE-COUNT
              INITIALIZE WS-CARD-LINE
              IF WS-OFFICE-ID(WS-OFFICE-IX) = SPACES
                 MOVE "(SINGLE)" TO WS-CARD-OFFICE
              ELSE
                 MOVE WS-OFFICE-ID(WS-OFFICE-IX) TO WS-CARD-OFFICE
              END-IF
              COMPUTE WS-OFFICE-SENT
                 = WS-OFFICE-ACCEPTED(WS-OFFICE-IX)
                 + WS-OFFICE-REJECTED(WS-OFFICE-IX)
                 + WS-OFFICE-DUPLICATED(WS-OFFICE-IX)
              MOVE WS-OFFICE-SENT TO WS-CARD-SENT
              MOVE WS-OFFICE-ACCEPTED(WS-OFFICE-IX)
                 TO WS-CARD-ACCEPTED
              MOVE WS-OFFICE-REJECTED(WS-OFFICE-IX)
                 TO WS-CARD-REJECTED
              MOVE WS-OFFICE-DUPLICATED(WS-OFFICE-IX)
                 TO WS-CARD-DUPLICATED
              MOVE WS-OFFICE-PARKED(WS-OFFICE-IX) TO WS-CARD-PARKED
              IF WS-OFFICE-SENT > 0
                 COMPUTE WS-PCT-WORK ROUNDED
                    = WS-OFFICE-REJECTED(WS-OFFICE-IX) * 100
                    / WS-OFFICE-SENT
              ELSE
                 MOVE 0 TO WS-PCT-WORK
              END-IF
              MOVE WS-PCT-WORK TO WS-CARD-REJPCT
              IF WS-RECTYPE-RUN
                 MOVE "       N/A" TO WS-CARD-SENT-X
                 MOVE "      N/A" TO WS-CARD-ACCEPTED-X
                 MOVE "   N/A " TO WS-CARD-REJPCT-X
              END-IF
              WRITE REJRPT-REC FROM WS-CARD-LINE
           END-PERFORM.

           EVALUATE TRUE
              WHEN WS-RECTYPE-RUN
                 MOVE SPACES TO WS-REPORT-LINE
                 MOVE "SENT, ACCEPTED AND REJ PCT N/A - RECORD-TYPE "
                    TO WS-REPORT-LINE
                 MOVE "RUN, NO EXTRACT WRITTEN" TO WS-REPORT-LINE(46:23)
                 WRITE REJRPT-REC FROM WS-REPORT-LINE
              WHEN WS-OUTPUT-NOT-READ
                 MOVE SPACES TO WS-REPORT-LINE
                 MOVE "ACCEPTED COUNTS UNAVAILABLE - EXTRACT NOT READ"
                    TO WS-REPORT-LINE
                 WRITE REJRPT-REC FROM WS-REPORT-LINE
           END-EVALUATE.

      ******************************************************************
      * 9900-SHARE-OF-REJECTS TURNS THE COUNT LEFT IN WS-OFFICE-SENT   *
      * INTO ITS PERCENTAGE OF ALL REJECTS READ.                       *
      ******************************************************************
         9900-SHARE-OF-REJECTS.

           IF WS-REJECTS-READ > 0
              COMPUTE WS-PCT-WORK ROUNDED
                 = WS-OFFICE-SENT * 100 / WS-REJECTS-READ
           ELSE
              MOVE 0 TO WS-PCT-WORK
           END-IF.
