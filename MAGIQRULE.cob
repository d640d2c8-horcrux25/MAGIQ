      *                                BAD CONTROL-CARD CHANGE IS      *
      *                                CAUGHT IN THE AFTERNOON, NOT    *
      *                                IN THE BATCH WINDOW             *
      * 15/10/26 EDEN CRUZ             ACCEPT RULE TYPE T (REFERENCE   *
      *                                TABLE CHECK) AND REQUIRE ITS    *
      *                                TABLE NAME, AT MOST 10 BYTES,   *
      *                                AHEAD OF THE OPTIONAL           *
      *                                DESCRIPTION OUTPUT COLUMN       *
      * 15/10/26 EDEN CRUZ             ADD THE DERIVED COLUMNS NAMED   *
      *                                ON NEW LINES OF THE TRANSFORM   *
      *                                DATASET TO THE HEADER SAMPLE,   *
      *                                AS MAGIQCSV DOES, SO RULES AND  *
      *                                MAP ENTRIES MAY NAME THEM       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULEHDR-STATUS.

       SELECT CSVXFM ASSIGN TO "TRANSFORM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFM-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RULEHDR.
       01  RULEHDR-REC                         PIC X(300).

       FD  CSVXFM.
       01  CSVXFM-REC                          PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-RULES-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS                       PIC X(02) VALUE SPACES.
       01  WS-RULEHDR-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-XFM-STATUS                       PIC X(02) VALUE SPACES.

       01  WS-RULEHDR-FILENAME                 PIC X(100) VALUE
               "INPUT.CSV".
           88  WS-MAP-EOF                            VALUE 'Y'.
           88  WS-MAP-NOT-EOF                         VALUE 'N'.

       01  WS-XFM-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-XFM-EOF                            VALUE 'Y'.
           88  WS-XFM-NOT-EOF                         VALUE 'N'.

       01  WS-INPUT-REC                        PIC X(300).

       01  WS-COUNTER1                         PIC 9(3) VALUE ZEROES.
       01  WS-RULE-MAXLEN-X                    PIC X(03) VALUE SPACES.
       01  WS-RULE-EXTRA                       PIC X(100) VALUE SPACES.

       01  WS-REF-TABLE-NAME                   PIC X(30) VALUE SPACES.
       01  WS-REF-OUT-NAME                     PIC X(30) VALUE SPACES.
       01  WS-REF-RULE-COUNT                   PIC 9(3) VALUE ZEROES.

       01  WS-MAP-SOURCE-NAME                  PIC X(30) VALUE SPACES.
       01  WS-MAP-OUT-NAME                     PIC X(30) VALUE SPACES.

      *    THE FIRST TWO FIELDS OF A TRANSFORMATION LINE, UNSTRUNG
      *    THE WAY MAGIQCSV'S 1855-PARSE-TRANSFORM-LINE UNSTRINGS THEM
       01  WS-XFM-KEYWORD                      PIC X(10) VALUE SPACES.
       01  WS-XFM-NAME                         PIC X(30) VALUE SPACES.
       01  WS-XFM-DERIVED-COUNT                PIC 9(2) VALUE ZEROES.

       01  WS-LINE-NUMBER                      PIC 9(5) VALUE ZEROES.
       01  WS-PIPE-COUNT                       PIC 9(3) VALUE ZEROES.


           PERFORM 1100-LOAD-HEADER-SAMPLE.

           IF WS-HEADER-LOADED
              PERFORM 1200-ADD-DERIVED-COLUMNS
           END-IF.

      ******************************************************************
      * 1100-LOAD-HEADER-SAMPLE READS THE FIRST LINE OF THE SUPPLIED   *
      * HEADER SAMPLE AND SPLITS IT INTO COLUMN NAMES, SO EVERY        *
              CLOSE RULEHDR
           END-IF.

      ******************************************************************
      * 1200-ADD-DERIVED-COLUMNS ADDS THE NAME OF EACH NEW LINE OF THE *
      * TRANSFORMATION DATASET TO THE END OF THE HEADER SAMPLE, IN     *
      * DATASET ORDER, THE WAY MAGIQCSV'S 1860-RESOLVE-TRANSFORMS      *
      * ADDS IT BEFORE THE RULES AND MAP ARE RESOLVED - SO A RULE OR   *
      * MAP ENTRY NAMING A DERIVED COLUMN IS PROVED PRESENT. A NAME    *
      * ALREADY IN THE HEADER, OR ONE THAT FINDS NO ROOM, IS NOT ADDED *
      * AT 2 A.M. EITHER, AND IS WARNED HERE. THE DATASET ITSELF IS    *
      * CHECKED BY MAGIQCSV WHEN IT LOADS IT; AN ABSENT DATASET MEANS  *
      * NO DERIVED COLUMNS.                                            *
      ******************************************************************
         1200-ADD-DERIVED-COLUMNS.

           MOVE 0 TO WS-XFM-DERIVED-COUNT.

           OPEN INPUT CSVXFM.
           IF WS-XFM-STATUS = "00"
              SET WS-XFM-NOT-EOF TO TRUE
              PERFORM UNTIL WS-XFM-EOF
                 READ CSVXFM
                    AT END
                       SET WS-XFM-EOF TO TRUE
                 END-READ
                 IF WS-XFM-NOT-EOF
                    AND CSVXFM-REC NOT = SPACES
                    AND CSVXFM-REC(1:1) NOT = "*"
                    PERFORM 1210-ADD-ONE-DERIVED-COLUMN
                 END-IF
              END-PERFORM
              CLOSE CSVXFM
              IF WS-XFM-DERIVED-COUNT > 0
                 DISPLAY "MAGIQRULE - " WS-XFM-DERIVED-COUNT
                    " DERIVED COLUMNS ADDED FROM THE TRANSFORMATION "
                    "DATASET"
              END-IF
           END-IF.

         1210-ADD-ONE-DERIVED-COLUMN.

           MOVE SPACES TO WS-XFM-KEYWORD WS-XFM-NAME.
           UNSTRING CSVXFM-REC DELIMITED BY ","
              INTO WS-XFM-KEYWORD
                   WS-XFM-NAME
           END-UNSTRING.

           IF WS-XFM-KEYWORD = "NEW" AND WS-XFM-NAME NOT = SPACES
              MOVE WS-XFM-NAME TO WS-MAP-SOURCE-NAME
              PERFORM 4000-FIND-HEADER-COLUMN
              EVALUATE TRUE
                 WHEN WS-NAME-FOUND
                    DISPLAY "MAGIQRULE WARNING - DERIVED COLUMN "
                       WS-XFM-NAME " IS ALREADY IN THE HEADER SAMPLE, "
                       "MAGIQCSV WILL NOT ADD IT"
                    ADD 1 TO WS-WARNING-COUNT
                 WHEN WS-HEADER-COLUMN-COUNT >= WS-MAX-COLUMNS
                    DISPLAY "MAGIQRULE WARNING - NO ROOM FOR DERIVED "
                       "COLUMN " WS-XFM-NAME ", HEADER ALREADY HAS "
                       WS-MAX-COLUMNS " COLUMNS"
                    ADD 1 TO WS-WARNING-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-HEADER-COLUMN-COUNT
                    ADD 1 TO WS-XFM-DERIVED-COUNT
                    MOVE WS-XFM-NAME
                       TO WS-HDR-NAME(WS-HEADER-COLUMN-COUNT)
              END-EVALUATE
           END-IF.

         2000-VALIDATE-RULES.

           SET WS-RULES-NOT-EOF TO TRUE.
              WHEN "D"
              WHEN "V"
              WHEN "A"
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "MAGIQRULE ERROR - RULES LINE "
                    WS-LINE-NUMBER ": TYPE '" WS-RULE-TYPE
                    "' IS NOT N, D, V, A OR T"
                 ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

              PERFORM 2200-CHECK-ALLOWED-LIST
           END-IF.

           IF WS-RULE-TYPE = "T"
              PERFORM 2300-CHECK-REFERENCE-RULE
           END-IF.

      ******************************************************************
      * 2150-CHECK-DUPLICATE-RULE FLAGS A SECOND RULE FOR A COLUMN     *
      * ALREADY RULED ON. 2045-APPLY-RULES WOULD RUN BOTH, AND TWO     *
              END-IF
           END-IF.

      ******************************************************************
      * 2300-CHECK-REFERENCE-RULE JUDGES A TYPE T RULE'S EXTRA FIELD,  *
      * TABLE|OUTPUT-NAME: THE TABLE MUST BE PRESENT AND FIT THE       *
      * 10-BYTE REFDATA TABLE KEY, AND MAGIQCSV HONORS ONLY THE FIRST  *
      * TEN REFERENCE RULES.                                           *
      ******************************************************************
         2300-CHECK-REFERENCE-RULE.

           ADD 1 TO WS-REF-RULE-COUNT.
           MOVE SPACES TO WS-REF-TABLE-NAME.
           MOVE SPACES TO WS-REF-OUT-NAME.

           UNSTRING WS-RULE-EXTRA DELIMITED BY "|"
              INTO WS-REF-TABLE-NAME
                   WS-REF-OUT-NAME
           END-UNSTRING.

           IF WS-REF-TABLE-NAME = SPACES
              DISPLAY "MAGIQRULE ERROR - RULES LINE " WS-LINE-NUMBER
                 ": TYPE T RULE NAMES NO REFERENCE TABLE"
              ADD 1 TO WS-ERROR-COUNT
           ELSE
              IF WS-REF-TABLE-NAME(11:20) NOT = SPACES
                 DISPLAY "MAGIQRULE ERROR - RULES LINE "
                    WS-LINE-NUMBER ": REFERENCE TABLE NAME '"
                    WS-REF-TABLE-NAME "' IS LONGER THAN 10 BYTES"
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
           END-IF.

           IF WS-REF-RULE-COUNT > 10
              DISPLAY "MAGIQRULE ERROR - RULES LINE " WS-LINE-NUMBER
                 ": MORE THAN 10 TYPE T RULES, MAGIQCSV WILL NOT "
                 "ENFORCE THE EXTRAS"
              ADD 1 TO WS-ERROR-COUNT
           END-IF.

         3000-VALIDATE-MAP.

           SET WS-MAP-NOT-EOF TO TRUE.
