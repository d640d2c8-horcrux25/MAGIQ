      ******************************************************************
      * PROGRAM NAME: MAGIQMNT                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             ONLINE MAINTENANCE OF THE       *
      *                                INDEXED CSVMST MASTER: SHOW A   *
      *                                KEY UNDER THE COLUMN NAMES      *
      *                                MAGIQINQ USES, AND LET AN       *
      *                                OPERATOR LISTED IN THE MNTOPER  *
      *                                DATASET ADD A KEY, CHANGE       *
      *                                INDIVIDUAL NAMED COLUMNS OF     *
      *                                IT, OR DELETE IT. EVERY ADD OR  *
      *                                CHANGE STAMPS THE MAINTENANCE   *
      *                                DATE AND OPERATOR ON THE        *
      *                                RECORD, AND EVERY ACTION IS     *
      *                                WRITTEN TO THE MNTJRNL JOURNAL  *
      *                                WITH ITS BEFORE AND AFTER       *
      *                                IMAGES SO AUDIT SEES EVERY      *
      *                                MANUAL TOUCH AND THE NIGHTLY    *
      *                                LOAD CAN REPORT THE ONES IT     *
      *                                OVERWRITES                      *
      * 15/10/26 EDEN CRUZ             STOP THE ACTION WHEN A CHANGE,  *
      *                                COLUMN NAME OR VALUE IS TOO     *
      *                                LONG FOR ITS FIELD INSTEAD OF   *
      *                                APPLYING A CUT-DOWN VALUE       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQMNT.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CSVMST ASSIGN TO "MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSVMST-KEY
           FILE STATUS IS WS-MST-STATUS.

       SELECT MNTHDR ASSIGN TO DYNAMIC WS-MNTHDR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTHDR-STATUS.

       SELECT MNTOPER ASSIGN TO "OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.

       SELECT MNTJRNL ASSIGN TO "MAINTJNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CSVMST.
       01  CSVMST-REC.
           05  CSVMST-KEY                      PIC X(100).
           05  CSVMST-DATA                     PIC X(300).
           05  CSVMST-LOAD-DATE                PIC 9(08).
           05  CSVMST-LOAD-DATE-X REDEFINES CSVMST-LOAD-DATE
                                               PIC X(08).
           05  CSVMST-MAINT-DATE               PIC 9(08).
           05  CSVMST-MAINT-DATE-X REDEFINES CSVMST-MAINT-DATE
                                               PIC X(08).
           05  CSVMST-MAINT-OPER               PIC X(08).

       FD  MNTHDR.
       01  MNTHDR-REC                          PIC X(300).

       FD  MNTOPER.
       01  MNTOPER-REC                         PIC X(80).

       FD  MNTJRNL.
       01  MNTJRNL-REC                         PIC X(729).

       WORKING-STORAGE SECTION.

       01  WS-MST-STATUS                       PIC X(02) VALUE SPACES.
       01  WS-MNTHDR-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-OPER-STATUS                      PIC X(02) VALUE SPACES.
       01  WS-JRNL-STATUS                      PIC X(02) VALUE SPACES.

       01  WS-MNTHDR-FILENAME                  PIC X(100) VALUE
               "OUTPUT.CSV".

       01  WS-INPUT-REC                        PIC X(300).

       01  WS-COUNTER1                         PIC 9(3) VALUE ZEROES.
       01  WS-COUNTER2                         PIC 9(3) VALUE ZEROES.

       01  WS-QUOTE-SWITCH                     PIC X VALUE 'N'.
           88  WS-INSIDE-QUOTES                      VALUE 'Y'.
           88  WS-OUTSIDE-QUOTES                      VALUE 'N'.

       01  WS-INPUT-DELIM-OPTION               PIC X(01) VALUE 'C'.
           88  WS-INDELIM-IS-COMMA                   VALUE 'C'.
           88  WS-INDELIM-IS-PIPE                     VALUE 'P'.
           88  WS-INDELIM-IS-SEMI                     VALUE 'S'.
           88  WS-INDELIM-IS-TAB                      VALUE 'T'.

       01  WS-INPUT-DELIM-CHAR                 PIC X(01) VALUE ",".

       01  WS-HEADER-SWITCH                    PIC X VALUE 'Y'.
           88  WS-PARSING-HEADER                     VALUE 'Y'.
           88  WS-PARSING-DATA                        VALUE 'N'.

       01  WS-COL-NUM                          PIC 9(2) VALUE ZEROES.
       01  WS-COLUMN-COUNT                     PIC 9(2) VALUE ZEROES.
       01  WS-MAX-COLUMNS                      PIC 9(2) VALUE 40.
       01  WS-HEADER-COLUMN-COUNT              PIC 9(2) VALUE ZEROES.

       01  WS-COLUMNS.
           05  WS-COLUMN-ENTRY OCCURS 40 TIMES.
               10  WS-COLUMN-NAME               PIC X(300).
               10  WS-COLUMN-VALUE              PIC X(300).
               10  WS-COLUMN-LEN                PIC 9(3) VALUE ZEROES.

       01  WS-COLUMN-OVERFLOW-FLAG              PIC X VALUE 'N'.
           88  WS-COLUMNS-OVERFLOWED                 VALUE 'Y'.
           88  WS-COLUMNS-NOT-OVERFLOWED              VALUE 'N'.

      *    THE SPLIT WIPES THE NAME SIDE OF WS-COLUMNS ON EVERY DATA
      *    ROW, SO THE HEADER NAMES ARE KEPT IN THEIR OWN TABLE FOR
      *    THE DISPLAY AND FOR RESOLVING THE NAMED CHANGES
       01  WS-HEADER-NAMES.
           05  WS-HDR-NAME OCCURS 40 TIMES     PIC X(30).

       01  WS-HEADER-LOADED-FLAG               PIC X VALUE 'N'.
           88  WS-HEADER-LOADED                      VALUE 'Y'.
           88  WS-HEADER-NOT-LOADED                   VALUE 'N'.

       01  WS-MNT-KEY-ENV                      PIC X(100) VALUE SPACES.
       01  WS-MNT-KEY-LEN                      PIC 9(03) VALUE ZEROES.

       01  WS-MNT-OPERATOR                     PIC X(08) VALUE SPACES.

       01  WS-MNT-ACTION                       PIC X(01) VALUE 'I'.
           88  WS-ACTION-INQUIRE                     VALUE 'I'.
           88  WS-ACTION-ADD                          VALUE 'A'.
           88  WS-ACTION-CHANGE                       VALUE 'C'.
           88  WS-ACTION-DELETE                       VALUE 'D'.
           88  WS-ACTION-VALID                  VALUE 'I' 'A' 'C' 'D'.
           88  WS-ACTION-UPDATES                VALUE 'A' 'C' 'D'.

      *    THE COLUMN CHANGES ARRIVE AS NAME=VALUE PAIRS SEPARATED BY
      *    "|", THE SAME SEPARATOR RULES.DAT USES FOR ITS ALLOWED-
      *    VALUE LISTS. AN EMPTY VALUE (NAME=) CLEARS THE COLUMN.
       01  WS-MNT-CHANGES-ENV                  PIC X(300) VALUE SPACES.

       01  WS-MAX-CHANGES                      PIC 9(2) VALUE 10.
       01  WS-CHG-COUNT                        PIC 9(2) VALUE ZEROES.
       01  WS-CHG-IX                           PIC 9(2) VALUE ZEROES.
       01  WS-CHG-PTR                          PIC 9(3) VALUE ZEROES.
       01  WS-CHG-NAME-LEN                     PIC 9(3) VALUE ZEROES.
       01  WS-CHANGES-LEN                      PIC 9(3) VALUE ZEROES.

       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 10 TIMES.
               10  WS-CHG-SPEC                  PIC X(130).
               10  WS-CHG-SPEC-LEN              PIC 9(03).
               10  WS-CHG-NAME                  PIC X(30).
               10  WS-CHG-VALUE                 PIC X(100).
               10  WS-CHG-VALLEN                PIC 9(03).
               10  WS-CHG-COL-IX                PIC 9(02).

       01  WS-OPER-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-OPER-EOF                           VALUE 'Y'.
           88  WS-OPER-NOT-EOF                        VALUE 'N'.

       01  WS-OPER-AUTH-FLAG                   PIC X VALUE 'N'.
           88  WS-OPERATOR-AUTHORIZED                VALUE 'Y'.
           88  WS-OPERATOR-NOT-AUTHORIZED             VALUE 'N'.

       01  WS-OPER-ID                          PIC X(08) VALUE SPACES.
       01  WS-OPER-ACTIONS                     PIC X(03) VALUE SPACES.

       01  WS-MST-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-MST-EOF                            VALUE 'Y'.
           88  WS-MST-NOT-EOF                         VALUE 'N'.

       01  WS-KEY-FOUND-FLAG                   PIC X VALUE 'N'.
           88  WS-KEY-FOUND                          VALUE 'Y'.
           88  WS-KEY-NOT-FOUND                       VALUE 'N'.

       01  WS-REBUILD-FLAG                     PIC X VALUE 'N'.
           88  WS-REBUILD-OVERFLOWED                 VALUE 'Y'.
           88  WS-REBUILD-FITS                        VALUE 'N'.

       01  WS-REBUILD-LINE                     PIC X(300) VALUE SPACES.
       01  WS-REBUILD-POS                      PIC 9(03) VALUE ZEROES.

       01  WS-QUOTE-NEEDED-FLAG                PIC X VALUE 'N'.
           88  WS-QUOTE-NEEDED                       VALUE 'Y'.
           88  WS-QUOTE-NOT-NEEDED                    VALUE 'N'.

       01  WS-BEFORE-IMAGE                     PIC X(300) VALUE SPACES.
       01  WS-AFTER-IMAGE                      PIC X(300) VALUE SPACES.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.
       01  WS-RUN-TIME                         PIC 9(08) VALUE ZEROES.

      *    ONE JOURNAL RECORD PER MAINTENANCE ACTION: DATE 1-8, TIME
      *    10-15, OPERATOR 17-24, ACTION 26, KEY 28-127, BEFORE IMAGE
      *    129-428 AND AFTER IMAGE 430-729. AN ADD HAS NO BEFORE
      *    IMAGE AND A DELETE NO AFTER IMAGE.
       01  WS-JOURNAL-LINE.
           05  WS-JRN-DATE                     PIC 9(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-TIME                     PIC 9(06).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-OPERATOR                 PIC X(08).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-ACTION                   PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-KEY                      PIC X(100).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-BEFORE                   PIC X(300).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-JRN-AFTER                    PIC X(300).

       01  WS-JRNL-OPEN-FLAG                   PIC X VALUE 'N'.
           88  WS-JRNL-OPENED                        VALUE 'Y'.
           88  WS-JRNL-NOT-OPENED                     VALUE 'N'.

       01  WS-MST-OPEN-FLAG                    PIC X VALUE 'N'.
           88  WS-MST-OPENED                         VALUE 'Y'.
           88  WS-MST-NOT-OPENED                      VALUE 'N'.

       01  WS-FIELD-TEXT                       PIC X(300) VALUE SPACES.
       01  WS-FIELD-LEN                        PIC 9(03) VALUE ZEROES.

       01  WS-DISPLAY-NAME                     PIC X(30) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.

           EVALUATE TRUE
              WHEN WS-ACTION-ADD
                 PERFORM 3000-ADD-KEY
              WHEN WS-ACTION-CHANGE
                 PERFORM 4000-CHANGE-KEY
              WHEN WS-ACTION-DELETE
                 PERFORM 5000-DELETE-KEY
              WHEN OTHER
                 PERFORM 2000-SHOW-KEY
           END-EVALUATE.

           PERFORM 9000-END.

         1000-INITIALIZATION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE SPACES TO WS-MNT-KEY-ENV.
           DISPLAY "MAGIQMNT_KEY" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MNT-KEY-ENV FROM ENVIRONMENT-VALUE.

           IF WS-MNT-KEY-ENV = SPACES
              DISPLAY "MAGIQMNT ERROR - NO KEY GIVEN, SET "
                 "MAGIQMNT_KEY TO THE MASTER KEY TO MAINTAIN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 100 TO WS-MNT-KEY-LEN.
           PERFORM UNTIL WS-MNT-KEY-LEN = 0
                 OR WS-MNT-KEY-ENV(WS-MNT-KEY-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-MNT-KEY-LEN
           END-PERFORM.

           MOVE 'I' TO WS-MNT-ACTION.
           DISPLAY "MAGIQMNT_ACTION" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MNT-ACTION FROM ENVIRONMENT-VALUE.
           IF WS-MNT-ACTION = SPACE
              SET WS-ACTION-INQUIRE TO TRUE
           END-IF.
           IF NOT WS-ACTION-VALID
              DISPLAY "MAGIQMNT ERROR - MAGIQMNT_ACTION MUST BE I "
                 "(SHOW), A (ADD), C (CHANGE) OR D (DELETE)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-MNT-OPERATOR.
           DISPLAY "MAGIQMNT_OPERATOR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MNT-OPERATOR FROM ENVIRONMENT-VALUE.

           MOVE 'C' TO WS-INPUT-DELIM-OPTION.
           DISPLAY "MAGIQMNT_INPUT_DELIM" UPON ENVIRONMENT-NAME.
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

           DISPLAY "MAGIQMNT_HEADER_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MNTHDR-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-MNTHDR-FILENAME = SPACES
              MOVE "OUTPUT.CSV" TO WS-MNTHDR-FILENAME
           END-IF.

           MOVE SPACES TO WS-MNT-CHANGES-ENV.
           DISPLAY "MAGIQMNT_CHANGES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MNT-CHANGES-ENV FROM ENVIRONMENT-VALUE.

      *    ONLY A SHOW IS OPEN TO ANYONE; EVERY UPDATE NEEDS A NAMED
      *    OPERATOR WHO IS LISTED FOR THAT ACTION
           IF WS-ACTION-UPDATES
              PERFORM 1200-CHECK-OPERATOR
           END-IF.

           PERFORM 1100-LOAD-HEADER-NAMES.

           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
              PERFORM 1300-PARSE-CHANGES
           END-IF.

      *    THE JOURNAL IS OPENED BEFORE THE MASTER IS TOUCHED - AN
      *    UPDATE THAT CANNOT BE JOURNALED MUST NOT HAPPEN AT ALL
           IF WS-ACTION-UPDATES
              OPEN EXTEND MNTJRNL
              IF WS-JRNL-STATUS = "35"
                 OPEN OUTPUT MNTJRNL
              END-IF
              IF WS-JRNL-STATUS NOT = "00"
                 DISPLAY "MAGIQMNT ERROR - CANNOT OPEN THE "
                    "MAINTENANCE JOURNAL, STATUS = " WS-JRNL-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JRNL-OPENED TO TRUE
              OPEN I-O CSVMST
           ELSE
              OPEN INPUT CSVMST
           END-IF.

           IF WS-MST-STATUS NOT = "00"
              DISPLAY "MAGIQMNT ERROR - CANNOT OPEN THE MASTER, "
                 "STATUS = " WS-MST-STATUS
              MOVE 8 TO RETURN-CODE
              IF WS-JRNL-OPENED
                 CLOSE MNTJRNL
              END-IF
              STOP RUN
           END-IF.
           SET WS-MST-OPENED TO TRUE.

      ******************************************************************
      * 1100-LOAD-HEADER-NAMES READS THE HEADER ROW OF THE EXTRACT     *
      * THE MASTER WAS LOADED FROM AND SPLITS IT INTO COLUMN NAMES,    *
      * EXACTLY AS MAGIQINQ DOES, SO THE RECORD IS SHOWN - AND THE     *
      * CHANGES ARE NAMED - UNDER THE NAMES THE SERVICE DESK ALREADY   *
      * SEES IN THE INQUIRY. A SHOW OR DELETE CAN FALL BACK TO         *
      * COLUMN NUMBERS; AN ADD OR CHANGE CANNOT, SINCE IT HAS NOTHING  *
      * TO RESOLVE ITS COLUMN NAMES AGAINST.                           *
      ******************************************************************
         1100-LOAD-HEADER-NAMES.

           SET WS-HEADER-NOT-LOADED TO TRUE.
           INITIALIZE WS-HEADER-NAMES.

           OPEN INPUT MNTHDR.
           IF WS-MNTHDR-STATUS NOT = "00"
              DISPLAY "MAGIQMNT WARNING - HEADER FILE "
                 WS-MNTHDR-FILENAME(1:40)
                 " NOT READABLE, COLUMNS ARE SHOWN BY NUMBER"
           ELSE
              READ MNTHDR
                 AT END
                    CONTINUE
              END-READ
              IF WS-MNTHDR-STATUS = "00"
                 MOVE MNTHDR-REC TO WS-INPUT-REC
                 SET WS-PARSING-HEADER TO TRUE
                 PERFORM 2050-SPLIT-RECORD
                 MOVE WS-COLUMN-COUNT TO WS-HEADER-COLUMN-COUNT
                 PERFORM VARYING WS-COL-NUM FROM 1 BY 1
                    UNTIL WS-COL-NUM > WS-HEADER-COLUMN-COUNT
                    MOVE WS-COLUMN-NAME(WS-COL-NUM)(1:30)
                       TO WS-HDR-NAME(WS-COL-NUM)
                 END-PERFORM
                 SET WS-HEADER-LOADED TO TRUE
              END-IF
              CLOSE MNTHDR
           END-IF.

           SET WS-PARSING-DATA TO TRUE.

           IF (WS-ACTION-ADD OR WS-ACTION-CHANGE)
              AND WS-HEADER-NOT-LOADED
              DISPLAY "MAGIQMNT ERROR - AN ADD OR CHANGE NEEDS THE "
                 "HEADER FILE TO NAME ITS COLUMNS, SET "
                 "MAGIQMNT_HEADER_FILE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 1200-CHECK-OPERATOR LOOKS THE OPERATOR UP IN THE MNTOPER       *
      * DATASET - ONE OPERATOR ID PER LINE IN POSITIONS 1-8, WITH THE  *
      * ACTIONS THAT OPERATOR MAY TAKE (ANY OF A, C AND D) IN          *
      * POSITIONS 10-12; BLANK ACTIONS ALLOW ALL THREE. A LINE         *
      * STARTING WITH AN ASTERISK IS A COMMENT. A MISSING DATASET      *
      * AUTHORIZES NOBODY - MAINTENANCE IS CLOSED UNTIL SOMEONE IS     *
      * DELIBERATELY LISTED.                                           *
      ******************************************************************
         1200-CHECK-OPERATOR.

           SET WS-OPERATOR-NOT-AUTHORIZED TO TRUE.

           IF WS-MNT-OPERATOR = SPACES
              DISPLAY "MAGIQMNT ERROR - NO OPERATOR GIVEN, SET "
                 "MAGIQMNT_OPERATOR TO YOUR OPERATOR ID"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MNTOPER.
           IF WS-OPER-STATUS NOT = "00"
              DISPLAY "MAGIQMNT ERROR - NO AUTHORIZED OPERATOR "
                 "LIST, STATUS = " WS-OPER-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           SET WS-OPER-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-OPER-EOF OR WS-OPERATOR-AUTHORIZED
              READ MNTOPER
                 AT END
                    SET WS-OPER-EOF TO TRUE
              END-READ
              IF WS-OPER-NOT-EOF
                 AND MNTOPER-REC(1:1) NOT = "*"
                 MOVE MNTOPER-REC(1:8) TO WS-OPER-ID
                 MOVE MNTOPER-REC(10:3) TO WS-OPER-ACTIONS
                 IF WS-OPER-ID = WS-MNT-OPERATOR
                    IF WS-OPER-ACTIONS = SPACES
                       OR WS-OPER-ACTIONS(1:1) = WS-MNT-ACTION
                       OR WS-OPER-ACTIONS(2:1) = WS-MNT-ACTION
                       OR WS-OPER-ACTIONS(3:1) = WS-MNT-ACTION
                       SET WS-OPERATOR-AUTHORIZED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE MNTOPER.

           IF WS-OPERATOR-NOT-AUTHORIZED
              DISPLAY "MAGIQMNT ERROR - OPERATOR " WS-MNT-OPERATOR
                 " IS NOT AUTHORIZED FOR ACTION " WS-MNT-ACTION
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 1300-PARSE-CHANGES SPLITS THE NAME=VALUE PAIRS OF THE CHANGE   *
      * LIST AND TIES EACH NAME TO ITS HEADER POSITION. ANY PAIR THAT  *
      * HAS NO EQUALS SIGN, NAMES A COLUMN NOT IN THE HEADER, OR       *
      * CARRIES A VALUE TOO LONG FOR THE STORED ROW STOPS THE WHOLE    *
      * ACTION - A CORRECTION APPLIED HALF-WAY IS WORSE THAN NONE.     *
      ******************************************************************
         1300-PARSE-CHANGES.

           IF WS-MNT-CHANGES-ENV = SPACES
              DISPLAY "MAGIQMNT ERROR - NO CHANGES GIVEN, SET "
                 "MAGIQMNT_CHANGES TO NAME=VALUE PAIRS SEPARATED "
                 "BY |"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    THE LIST IS SPLIT ONLY UP TO ITS LAST NON-BLANK SO THE
      *    COUNT OF THE LAST PAIR IS NOT SWOLLEN BY TRAILING SPACES
           MOVE 300 TO WS-CHANGES-LEN.
           PERFORM UNTIL WS-CHANGES-LEN = 0
                 OR WS-MNT-CHANGES-ENV(WS-CHANGES-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-CHANGES-LEN
           END-PERFORM.

           INITIALIZE WS-CHANGE-TABLE.
           MOVE 0 TO WS-CHG-COUNT.
           UNSTRING WS-MNT-CHANGES-ENV(1:WS-CHANGES-LEN)
              DELIMITED BY "|"
              INTO WS-CHG-SPEC(1)  COUNT IN WS-CHG-SPEC-LEN(1)
                   WS-CHG-SPEC(2)  COUNT IN WS-CHG-SPEC-LEN(2)
                   WS-CHG-SPEC(3)  COUNT IN WS-CHG-SPEC-LEN(3)
                   WS-CHG-SPEC(4)  COUNT IN WS-CHG-SPEC-LEN(4)
                   WS-CHG-SPEC(5)  COUNT IN WS-CHG-SPEC-LEN(5)
                   WS-CHG-SPEC(6)  COUNT IN WS-CHG-SPEC-LEN(6)
                   WS-CHG-SPEC(7)  COUNT IN WS-CHG-SPEC-LEN(7)
                   WS-CHG-SPEC(8)  COUNT IN WS-CHG-SPEC-LEN(8)
                   WS-CHG-SPEC(9)  COUNT IN WS-CHG-SPEC-LEN(9)
                   WS-CHG-SPEC(10) COUNT IN WS-CHG-SPEC-LEN(10)
              TALLYING IN WS-CHG-COUNT
              ON OVERFLOW
                 DISPLAY "MAGIQMNT ERROR - MORE THAN "
                    WS-MAX-CHANGES " COLUMN CHANGES GIVEN"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-UNSTRING.

           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
              UNTIL WS-CHG-IX > WS-CHG-COUNT
              IF WS-CHG-SPEC-LEN(WS-CHG-IX) > 130
                 DISPLAY "MAGIQMNT ERROR - CHANGE "
                    WS-CHG-SPEC(WS-CHG-IX)(1:40)
                    " IS LONGER THAN 130 BYTES"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-CHG-SPEC(WS-CHG-IX) NOT = SPACES
                 PERFORM 1310-PARSE-ONE-CHANGE
              END-IF
           END-PERFORM.

         1310-PARSE-ONE-CHANGE.

           MOVE 1 TO WS-CHG-PTR.
           UNSTRING WS-CHG-SPEC(WS-CHG-IX) DELIMITED BY "="
              INTO WS-CHG-NAME(WS-CHG-IX) COUNT IN WS-CHG-NAME-LEN
              WITH POINTER WS-CHG-PTR
           END-UNSTRING.

           IF WS-CHG-PTR > 130
              OR WS-CHG-SPEC(WS-CHG-IX)(WS-CHG-PTR - 1:1) NOT = "="
              DISPLAY "MAGIQMNT ERROR - CHANGE "
                 WS-CHG-SPEC(WS-CHG-IX)(1:40)
                 " IS NOT IN NAME=VALUE FORM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CHG-NAME-LEN > 30
              DISPLAY "MAGIQMNT ERROR - COLUMN NAME "
                 WS-CHG-SPEC(WS-CHG-IX)(1:WS-CHG-NAME-LEN)
                 " IS LONGER THAN 30 BYTES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-CHG-PTR + 100 <= 130
              IF WS-CHG-SPEC(WS-CHG-IX)(WS-CHG-PTR + 100:) NOT = SPACES
                 DISPLAY "MAGIQMNT ERROR - VALUE FOR COLUMN "
                    WS-CHG-NAME(WS-CHG-IX)
                    " IS LONGER THAN 100 BYTES"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE SPACES TO WS-CHG-VALUE(WS-CHG-IX).
           IF WS-CHG-PTR <= 130
              MOVE WS-CHG-SPEC(WS-CHG-IX)(WS-CHG-PTR:)
                 TO WS-CHG-VALUE(WS-CHG-IX)
           END-IF.

           MOVE 100 TO WS-CHG-VALLEN(WS-CHG-IX).
           PERFORM UNTIL WS-CHG-VALLEN(WS-CHG-IX) = 0
                 OR WS-CHG-VALUE(WS-CHG-IX)
                    (WS-CHG-VALLEN(WS-CHG-IX):1) NOT = SPACE
              SUBTRACT 1 FROM WS-CHG-VALLEN(WS-CHG-IX)
           END-PERFORM.

           MOVE 0 TO WS-CHG-COL-IX(WS-CHG-IX).
           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
              UNTIL WS-COL-NUM > WS-HEADER-COLUMN-COUNT
              IF WS-HDR-NAME(WS-COL-NUM) = WS-CHG-NAME(WS-CHG-IX)
                 MOVE WS-COL-NUM TO WS-CHG-COL-IX(WS-CHG-IX)
                 MOVE WS-HEADER-COLUMN-COUNT TO WS-COL-NUM
              END-IF
           END-PERFORM.

           IF WS-CHG-COL-IX(WS-CHG-IX) = 0
              DISPLAY "MAGIQMNT ERROR - COLUMN "
                 WS-CHG-NAME(WS-CHG-IX)
                 " IS NOT IN THE HEADER OF " WS-MNTHDR-FILENAME(1:40)
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 2000-SHOW-KEY READS THE MASTER ON THE EXACT KEY GIVEN AND      *
      * DISPLAYS THE RECORD THE WAY MAGIQINQ DOES, WITHOUT CHANGING    *
      * ANYTHING - THE LOOK BEFORE THE SERVICE DESK DECIDES WHAT TO    *
      * CORRECT.                                                       *
      ******************************************************************
         2000-SHOW-KEY.

           PERFORM 2010-READ-KEY.

           IF WS-KEY-FOUND
              PERFORM 3900-DISPLAY-RECORD
           ELSE
              DISPLAY "MAGIQMNT - KEY "
                 WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN)
                 " IS NOT ON THE MASTER"
              MOVE 4 TO RETURN-CODE
           END-IF.

         2010-READ-KEY.

           MOVE SPACES TO CSVMST-KEY.
           MOVE WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN) TO CSVMST-KEY.

           READ CSVMST
              INVALID KEY
                 SET WS-KEY-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-KEY-FOUND TO TRUE
           END-READ.

      ******************************************************************
      * 3000-ADD-KEY PUTS A KEY ON THE MASTER THAT THE NIGHTLY LOAD    *
      * HAS NOT DELIVERED. THE ROW STARTS AS ONE EMPTY VALUE PER       *
      * HEADER COLUMN AND TAKES THE NAMED VALUES; IT IS LOAD-DATED     *
      * TODAY SO THE MAGIQPRG PURGE DOES NOT AGE IT OFF STRAIGHT       *
      * AWAY. AN EXISTING KEY IS REFUSED - THAT IS A CHANGE, NOT AN    *
      * ADD.                                                           *
      ******************************************************************
         3000-ADD-KEY.

           PERFORM 2010-READ-KEY.

           IF WS-KEY-FOUND
              DISPLAY "MAGIQMNT ERROR - KEY "
                 WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN)
                 " IS ALREADY ON THE MASTER, USE ACTION C"
              MOVE 8 TO RETURN-CODE
           ELSE
              INITIALIZE WS-COLUMNS
              MOVE WS-HEADER-COLUMN-COUNT TO WS-COLUMN-COUNT
              PERFORM 6000-APPLY-CHANGES
              PERFORM 6100-REBUILD-LINE
              IF WS-REBUILD-OVERFLOWED
                 DISPLAY "MAGIQMNT ERROR - THE NEW ROW WOULD NOT "
                    "FIT IN THE 300 BYTE MASTER RECORD"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO WS-BEFORE-IMAGE
                 MOVE WS-REBUILD-LINE TO WS-AFTER-IMAGE
                 MOVE SPACES TO CSVMST-REC
                 MOVE WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN) TO CSVMST-KEY
                 MOVE WS-REBUILD-LINE TO CSVMST-DATA
                 MOVE WS-RUN-DATE TO CSVMST-LOAD-DATE
                 MOVE WS-RUN-DATE TO CSVMST-MAINT-DATE
                 MOVE WS-MNT-OPERATOR TO CSVMST-MAINT-OPER
                 WRITE CSVMST-REC
                    INVALID KEY
                       DISPLAY "MAGIQMNT ERROR - ADD FAILED, "
                          "STATUS = " WS-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                       PERFORM 7000-WRITE-JOURNAL
                       DISPLAY "MAGIQMNT - KEY ADDED"
                       PERFORM 3900-DISPLAY-RECORD
                 END-WRITE
              END-IF
           END-IF.

      ******************************************************************
      * 4000-CHANGE-KEY SPLITS THE STORED ROW, REPLACES ONLY THE       *
      * NAMED COLUMNS, REBUILDS THE ROW AND REWRITES IT WITH TODAY'S   *
      * MAINTENANCE STAMP. THE LOAD DATE IS LEFT ALONE - IT STILL      *
      * SAYS WHEN THE FEED LAST DELIVERED THE KEY. A CHANGE THAT       *
      * LEAVES THE ROW AS IT WAS IS NOT WRITTEN OR JOURNALED.          *
      ******************************************************************
         4000-CHANGE-KEY.

           PERFORM 2010-READ-KEY.

           IF WS-KEY-NOT-FOUND
              DISPLAY "MAGIQMNT ERROR - KEY "
                 WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN)
                 " IS NOT ON THE MASTER, USE ACTION A"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE CSVMST-DATA TO WS-BEFORE-IMAGE
              MOVE CSVMST-DATA TO WS-INPUT-REC
              PERFORM 2050-SPLIT-RECORD
      *       A STORED ROW SHORTER THAN THE HEADER GAINS THE MISSING
      *       COLUMNS AS EMPTY VALUES SO A NAMED COLUMN PAST ITS END
      *       CAN STILL BE SET
              IF WS-COLUMN-COUNT < WS-HEADER-COLUMN-COUNT
                 MOVE WS-HEADER-COLUMN-COUNT TO WS-COLUMN-COUNT
              END-IF
              PERFORM 6000-APPLY-CHANGES
              PERFORM 6100-REBUILD-LINE
              EVALUATE TRUE
                 WHEN WS-REBUILD-OVERFLOWED
                    DISPLAY "MAGIQMNT ERROR - THE CHANGED ROW WOULD "
                       "NOT FIT IN THE 300 BYTE MASTER RECORD"
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-REBUILD-LINE = WS-BEFORE-IMAGE
                    DISPLAY "MAGIQMNT - THE CHANGES LEAVE THE ROW "
                       "AS IT WAS, NOTHING WRITTEN"
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    MOVE WS-REBUILD-LINE TO WS-AFTER-IMAGE
                    MOVE WS-REBUILD-LINE TO CSVMST-DATA
                    MOVE WS-RUN-DATE TO CSVMST-MAINT-DATE
                    MOVE WS-MNT-OPERATOR TO CSVMST-MAINT-OPER
                    REWRITE CSVMST-REC
                       INVALID KEY
                          DISPLAY "MAGIQMNT ERROR - CHANGE FAILED, "
                             "STATUS = " WS-MST-STATUS
                          MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                          PERFORM 7000-WRITE-JOURNAL
                          DISPLAY "MAGIQMNT - KEY CHANGED"
                          PERFORM 3900-DISPLAY-RECORD
                    END-REWRITE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * 5000-DELETE-KEY SHOWS THE RECORD ONE LAST TIME AND REMOVES IT. *
      * THE JOURNAL'S BEFORE IMAGE IS THE ONLY COPY LEFT AFTERWARDS.   *
      ******************************************************************
         5000-DELETE-KEY.

           PERFORM 2010-READ-KEY.

           IF WS-KEY-NOT-FOUND
              DISPLAY "MAGIQMNT ERROR - KEY "
                 WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN)
                 " IS NOT ON THE MASTER"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3900-DISPLAY-RECORD
              MOVE CSVMST-DATA TO WS-BEFORE-IMAGE
              MOVE SPACES TO WS-AFTER-IMAGE
              DELETE CSVMST
                 INVALID KEY
                    DISPLAY "MAGIQMNT ERROR - DELETE FAILED, "
                       "STATUS = " WS-MST-STATUS
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    PERFORM 7000-WRITE-JOURNAL
                    DISPLAY "MAGIQMNT - KEY DELETED"
              END-DELETE
           END-IF.

      ******************************************************************
      * 3900-DISPLAY-RECORD SPLITS THE STORED CSVMST-DATA LINE AND     *
      * DISPLAYS ONE NAME-AND-VALUE LINE PER COLUMN, AS MAGIQINQ'S     *
      * 3000-DISPLAY-RECORD DOES, WITH THE MAINTENANCE STAMP UNDER     *
      * THE LOAD DATE WHEN THE KEY HAS BEEN TOUCHED BY HAND.           *
      ******************************************************************
         3900-DISPLAY-RECORD.

           MOVE 100 TO WS-FIELD-LEN.
           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR CSVMST-KEY(WS-FIELD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "MASTER KEY: " CSVMST-KEY(1:WS-FIELD-LEN).

           IF CSVMST-LOAD-DATE-X IS NUMERIC
              DISPLAY "LOADED ON : " CSVMST-LOAD-DATE-X(1:4) "-"
                 CSVMST-LOAD-DATE-X(5:2) "-"
                 CSVMST-LOAD-DATE-X(7:2)
           ELSE
              DISPLAY "LOADED ON : (NOT RECORDED)"
           END-IF.

           IF CSVMST-MAINT-DATE-X IS NUMERIC
              AND CSVMST-MAINT-DATE > 0
              DISPLAY "MAINTAINED: " CSVMST-MAINT-DATE-X(1:4) "-"
                 CSVMST-MAINT-DATE-X(5:2) "-"
                 CSVMST-MAINT-DATE-X(7:2) " BY "
                 CSVMST-MAINT-OPER
           END-IF.

           MOVE CSVMST-DATA TO WS-INPUT-REC.
           PERFORM 2050-SPLIT-RECORD.

           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
              UNTIL WS-COL-NUM > WS-COLUMN-COUNT

              MOVE SPACES TO WS-DISPLAY-NAME
              IF WS-HEADER-LOADED
                 AND WS-COL-NUM <= WS-HEADER-COLUMN-COUNT
                 MOVE WS-HDR-NAME(WS-COL-NUM) TO WS-DISPLAY-NAME
              ELSE
                 STRING "COLUMN " DELIMITED BY SIZE
                        WS-COL-NUM DELIMITED BY SIZE
                    INTO WS-DISPLAY-NAME
                 END-STRING
              END-IF

              MOVE WS-COLUMN-VALUE(WS-COL-NUM) TO WS-FIELD-TEXT
              MOVE WS-COLUMN-LEN(WS-COL-NUM) TO WS-FIELD-LEN
              PERFORM UNTIL WS-FIELD-LEN = 0
                    OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-FIELD-LEN
              END-PERFORM

              IF WS-FIELD-LEN = 0
                 DISPLAY "  " WS-DISPLAY-NAME " : "
              ELSE
                 DISPLAY "  " WS-DISPLAY-NAME " : "
                    WS-FIELD-TEXT(1:WS-FIELD-LEN)
              END-IF

           END-PERFORM.

      ******************************************************************
      * 2050-SPLIT-RECORD SPLITS WS-INPUT-REC INTO THE WS-COLUMNS      *
      * TABLE, HONORING QUOTED FIELDS, THE SAME WAY MAGIQCSV SPLITS    *
      * ITS ROWS. WHEN WS-PARSING-HEADER IS SET THE TABLE CAPTURES     *
      * COLUMN NAMES, OTHERWISE THE CURRENT RECORD'S VALUES.           *
      ******************************************************************
         2050-SPLIT-RECORD.

           INITIALIZE WS-COLUMNS.
           SET WS-OUTSIDE-QUOTES TO TRUE.
           SET WS-COLUMNS-NOT-OVERFLOWED TO TRUE.
           MOVE 1 TO WS-COL-NUM.
           MOVE 0 TO WS-COUNTER2.

           PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
              UNTIL WS-COUNTER1 > FUNCTION LENGTH(WS-INPUT-REC)
                 OR WS-COLUMNS-OVERFLOWED

              IF WS-INPUT-REC(WS-COUNTER1:1) = QUOTE
                 IF WS-INSIDE-QUOTES
                    SET WS-OUTSIDE-QUOTES TO TRUE
                 ELSE
                    SET WS-INSIDE-QUOTES TO TRUE
                 END-IF
              ELSE
                 IF WS-INPUT-REC(WS-COUNTER1:1) = WS-INPUT-DELIM-CHAR
                    AND WS-OUTSIDE-QUOTES
                    IF WS-COL-NUM >= WS-MAX-COLUMNS
                       SET WS-COLUMNS-OVERFLOWED TO TRUE
                    ELSE
                       MOVE WS-COUNTER2 TO WS-COLUMN-LEN(WS-COL-NUM)
                       ADD 1 TO WS-COL-NUM
                       MOVE 0 TO WS-COUNTER2
                    END-IF
                 ELSE
                    ADD 1 TO WS-COUNTER2
                    IF WS-PARSING-HEADER
                       MOVE WS-INPUT-REC(WS-COUNTER1:1)
                          TO WS-COLUMN-NAME(WS-COL-NUM)(WS-COUNTER2:1)
                    ELSE
                       MOVE WS-INPUT-REC(WS-COUNTER1:1)
                          TO WS-COLUMN-VALUE(WS-COL-NUM)(WS-COUNTER2:1)
                    END-IF
                 END-IF
              END-IF

           END-PERFORM.

           MOVE WS-COUNTER2 TO WS-COLUMN-LEN(WS-COL-NUM).
           MOVE WS-COL-NUM TO WS-COLUMN-COUNT.

      ******************************************************************
      * 6000-APPLY-CHANGES MOVES EACH NAMED VALUE INTO ITS RESOLVED    *
      * COLUMN OF THE WS-COLUMNS TABLE.                                *
      ******************************************************************
         6000-APPLY-CHANGES.

           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
              UNTIL WS-CHG-IX > WS-CHG-COUNT
              IF WS-CHG-COL-IX(WS-CHG-IX) > 0
                 MOVE WS-CHG-COL-IX(WS-CHG-IX) TO WS-COL-NUM
                 MOVE SPACES TO WS-COLUMN-VALUE(WS-COL-NUM)
                 IF WS-CHG-VALLEN(WS-CHG-IX) > 0
                    MOVE WS-CHG-VALUE(WS-CHG-IX)
                       (1:WS-CHG-VALLEN(WS-CHG-IX))
                       TO WS-COLUMN-VALUE(WS-COL-NUM)
                 END-IF
                 MOVE WS-CHG-VALLEN(WS-CHG-IX)
                    TO WS-COLUMN-LEN(WS-COL-NUM)
              END-IF
           END-PERFORM.

      ******************************************************************
      * 6100-REBUILD-LINE JOINS THE WS-COLUMNS VALUES BACK INTO ONE    *
      * DELIMITED ROW WITH THE SAME DELIMITER THE SPLIT USED. A VALUE  *
      * THAT ITSELF CONTAINS THE DELIMITER IS WRAPPED IN QUOTES SO THE *
      * NEXT SPLIT - HERE, IN MAGIQINQ OR DOWNSTREAM - READS IT AS ONE *
      * FIELD. A ROW THAT WILL NOT FIT THE 300 BYTE RECORD IS FLAGGED  *
      * RATHER THAN SILENTLY CUT.                                      *
      ******************************************************************
         6100-REBUILD-LINE.

           MOVE SPACES TO WS-REBUILD-LINE.
           MOVE 0 TO WS-REBUILD-POS.
           SET WS-REBUILD-FITS TO TRUE.

           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
              UNTIL WS-COL-NUM > WS-COLUMN-COUNT
                 OR WS-REBUILD-OVERFLOWED

              IF WS-COL-NUM > 1
                 PERFORM 6110-PUT-ONE-BYTE-DELIM
              END-IF

              MOVE WS-COLUMN-VALUE(WS-COL-NUM) TO WS-FIELD-TEXT
              MOVE WS-COLUMN-LEN(WS-COL-NUM) TO WS-FIELD-LEN
              PERFORM UNTIL WS-FIELD-LEN = 0
                    OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-FIELD-LEN
              END-PERFORM

              SET WS-QUOTE-NOT-NEEDED TO TRUE
              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > WS-FIELD-LEN
                 IF WS-FIELD-TEXT(WS-COUNTER1:1) = WS-INPUT-DELIM-CHAR
                    SET WS-QUOTE-NEEDED TO TRUE
                 END-IF
              END-PERFORM

              IF WS-QUOTE-NEEDED
                 PERFORM 6120-PUT-ONE-BYTE-QUOTE
              END-IF
              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > WS-FIELD-LEN
                    OR WS-REBUILD-OVERFLOWED
                 IF WS-REBUILD-POS >= 300
                    SET WS-REBUILD-OVERFLOWED TO TRUE
                 ELSE
                    ADD 1 TO WS-REBUILD-POS
                    MOVE WS-FIELD-TEXT(WS-COUNTER1:1)
                       TO WS-REBUILD-LINE(WS-REBUILD-POS:1)
                 END-IF
              END-PERFORM
              IF WS-QUOTE-NEEDED
                 PERFORM 6120-PUT-ONE-BYTE-QUOTE
              END-IF

           END-PERFORM.

         6110-PUT-ONE-BYTE-DELIM.

           IF WS-REBUILD-POS >= 300
              SET WS-REBUILD-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-REBUILD-POS
              MOVE WS-INPUT-DELIM-CHAR
                 TO WS-REBUILD-LINE(WS-REBUILD-POS:1)
           END-IF.

         6120-PUT-ONE-BYTE-QUOTE.

           IF WS-REBUILD-POS >= 300
              SET WS-REBUILD-OVERFLOWED TO TRUE
           ELSE
              ADD 1 TO WS-REBUILD-POS
              MOVE QUOTE TO WS-REBUILD-LINE(WS-REBUILD-POS:1)
           END-IF.

      ******************************************************************
      * 7000-WRITE-JOURNAL APPENDS ONE RECORD TO THE MNTJRNL DATASET   *
      * FOR THE ACTION JUST APPLIED - WHO, WHEN, WHAT, AND THE ROW     *
      * BEFORE AND AFTER - SO EVERY MANUAL TOUCH OF THE MASTER CAN BE  *
      * ANSWERED FOR. A JOURNAL WRITE FAILURE AFTER THE MASTER HAS     *
      * CHANGED IS RATED AN ERROR SO THE OPERATOR RAISES IT.           *
      ******************************************************************
         7000-WRITE-JOURNAL.

           MOVE WS-RUN-DATE TO WS-JRN-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-JRN-TIME.
           MOVE WS-MNT-OPERATOR TO WS-JRN-OPERATOR.
           MOVE WS-MNT-ACTION TO WS-JRN-ACTION.
           MOVE SPACES TO WS-JRN-KEY.
           MOVE WS-MNT-KEY-ENV(1:WS-MNT-KEY-LEN) TO WS-JRN-KEY.
           MOVE WS-BEFORE-IMAGE TO WS-JRN-BEFORE.
           MOVE WS-AFTER-IMAGE TO WS-JRN-AFTER.

           WRITE MNTJRNL-REC FROM WS-JOURNAL-LINE.
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "MAGIQMNT ERROR - JOURNAL WRITE FAILED, "
                 "STATUS = " WS-JRNL-STATUS
                 " - RECORD THIS ACTION BY HAND"
              MOVE 8 TO RETURN-CODE
           END-IF.

         9000-END.

           IF WS-MST-OPENED
              CLOSE CSVMST
           END-IF.
           IF WS-JRNL-OPENED
              CLOSE MNTJRNL
           END-IF.

           STOP RUN.
