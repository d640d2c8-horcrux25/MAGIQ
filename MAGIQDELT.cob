      *                                THE WAREHOUSE CAN APPLY AN      *
      *                                INCREMENTAL LOAD INSTEAD OF A   *
      *                                FULL-FILE RELOAD                *
      * 15/10/26 EDEN CRUZ             A PRIOR-FILE SETTING OF         *
      *                                PREVIOUS TAKES THE NEWEST       *
      *                                GENERATION OF THE CURRENT       *
      *                                EXTRACT FROM THE MAGIQGDG       *
      *                                GENERATION CATALOG, SO NO ONE   *
      *                                HAS TO COPY LAST NIGHT'S        *
      *                                EXTRACT ASIDE BY HAND           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLTPRV-STATUS.

       SELECT DLTCAT ASSIGN TO "GDGCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLTCAT-STATUS.

       SELECT DLTADD ASSIGN TO "DELTADD.CSV"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  DLTPRV.
       01  DLTPRV-REC                          PIC X(300).

       FD  DLTCAT.
       01  DLTCAT-REC                          PIC X(200).

       FD  DLTADD.
       01  DLTADD-REC                          PIC X(300).


       01  WS-DLTCUR-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-DLTPRV-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-DLTCAT-STATUS                    PIC X(02) VALUE SPACES.

       01  WS-DLTCUR-FILENAME                  PIC X(100) VALUE
               "OUTPUT.CSV".
           88  WS-DLTPRV-EOF                         VALUE 'Y'.
           88  WS-DLTPRV-NOT-EOF                      VALUE 'N'.

       01  WS-DLTCAT-EOF-FLAG                  PIC X VALUE 'N'.
           88  WS-DLTCAT-EOF                         VALUE 'Y'.
           88  WS-DLTCAT-NOT-EOF                      VALUE 'N'.

      *    A GENERATION CATALOG LINE AS MAGIQGDG WRITES IT: DATASET
      *    NAME 1-60, GENERATION 62-65, DATE 67-74, GENERATION
      *    DATASET NAME FROM 93
       01  WS-CAT-LINE.
           05  WS-CAT-DSN                      PIC X(60).
           05  FILLER                          PIC X(01).
           05  WS-CAT-GEN                      PIC 9(04).
           05  FILLER                          PIC X(01).
           05  WS-CAT-DATE                     PIC 9(08).
           05  FILLER                          PIC X(18).
           05  WS-CAT-FILE                     PIC X(100).
           05  FILLER                          PIC X(08).

       01  WS-PREV-GEN                         PIC 9(04) VALUE ZEROES.
       01  WS-PREV-DATE                        PIC 9(08) VALUE ZEROES.

       01  WS-INPUT-REC                        PIC X(300).

       01  WS-COUNTER1                         PIC 9(3) VALUE ZEROES.
              MOVE "PRIOR.CSV" TO WS-DLTPRV-FILENAME
           END-IF.

           IF WS-DLTPRV-FILENAME = "PREVIOUS"
              PERFORM 1300-FIND-PREVIOUS-GENERATION
           END-IF.

           MOVE 'C' TO WS-INPUT-DELIM-OPTION.
           DISPLAY "MAGIQDELT_INPUT_DELIM" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INPUT-DELIM-OPTION FROM ENVIRONMENT-VALUE.
              END-IF
           END-PERFORM.

      ******************************************************************
      * 1300-FIND-PREVIOUS-GENERATION TAKES THE LAST CATALOG LINE FOR  *
      * THE CURRENT EXTRACT. THE CATALOG IS WRITTEN IN ROLL ORDER, SO  *
      * THAT IS ITS NEWEST GENERATION. THE ROLL IS THE LAST STEP OF    *
      * THE NIGHT, SO BEFORE IT RUNS THAT IS LAST NIGHT'S EXTRACT; A   *
      * DELTA RERUN AFTER TONIGHT'S ROLL MUST NAME LAST NIGHT'S        *
      * GENERATION DATASET ITSELF.                                     *
      ******************************************************************
         1300-FIND-PREVIOUS-GENERATION.

           MOVE SPACES TO WS-DLTPRV-FILENAME.

           OPEN INPUT DLTCAT.
           IF WS-DLTCAT-STATUS NOT = "00"
              DISPLAY "MAGIQDELT ERROR - PRIOR FILE IS PREVIOUS BUT "
                 "THE GENERATION CATALOG CANNOT BE OPENED, STATUS = "
                 WS-DLTCAT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-DLTCAT-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-DLTCAT-EOF
              READ DLTCAT INTO WS-CAT-LINE
                 AT END
                    SET WS-DLTCAT-EOF TO TRUE
              END-READ
              IF WS-DLTCAT-NOT-EOF
                 AND WS-CAT-DSN = WS-DLTCUR-FILENAME
                 MOVE WS-CAT-FILE TO WS-DLTPRV-FILENAME
                 MOVE WS-CAT-GEN TO WS-PREV-GEN
                 MOVE WS-CAT-DATE TO WS-PREV-DATE
              END-IF
           END-PERFORM.

           CLOSE DLTCAT.

           IF WS-DLTPRV-FILENAME = SPACES
              DISPLAY "MAGIQDELT ERROR - NO GENERATION OF "
                 WS-DLTCUR-FILENAME(1:40) " IS CATALOGED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           DISPLAY "MAGIQDELT - PRIOR FILE IS GENERATION " WS-PREV-GEN
              " OF " WS-PREV-DATE ", " WS-DLTPRV-FILENAME(1:50).

      ******************************************************************
      * 1500-LOAD-PRIOR-FILE READS THE PRIOR RUN'S EXTRACT INTO THE    *
      * WS-PRIOR-TABLE, ONE ENTRY PER DATA ROW KEYED ON THE SAME       *
