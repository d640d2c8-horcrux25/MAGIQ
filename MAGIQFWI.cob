      ******************************************************************
      * PROGRAM NAME: MAGIQFWI                                         *
      * AUTHOR: EDEN CRUZ                                              *
      *                                                                *
      * MAINTENANCE LOG                                                *
      * DATE     AUTHOR                MAINTENANCE REQUIREMENTS        *
      * -------- --------------------- ------------------------------- *
      * 15/10/26 EDEN CRUZ             FIXED-WIDTH FRONT END FOR       *
      *                                MAGIQCSV: READ A HOST OR BANK   *
      *                                FIXED-WIDTH FEED AGAINST A      *
      *                                LAYOUT DATASET IN THE SAME      *
      *                                FORMAT AS THE LAYOUT.TXT        *
      *                                MAGIQCSV WRITES, WITH AN        *
      *                                OPTIONAL TYPE PER COLUMN (TEXT, *
      *                                UNSIGNED OR SIGNED NUMERIC,     *
      *                                IMPLIED DECIMALS), AND WRITE    *
      *                                EACH RECORD AS A DELIMITED ROW  *
      *                                UNDER A GENERATED HEADER ROW SO *
      *                                THE FEED RUNS THROUGH MAGIQCSV  *
      *                                UNCHANGED. NUMERIC FIELDS ARE   *
      *                                EDITED (LEADING ZEROS DROPPED,  *
      *                                SIGN AND DECIMAL POINT SHOWN).  *
      *                                SHORT RECORDS (RS), NON-NUMERIC *
      *                                NUMERIC FIELDS (RN) AND ROWS    *
      *                                TOO LONG FOR MAGIQCSV (RT) GO   *
      *                                TO A REJECT DATASET             *
      * 15/10/26 EDEN CRUZ             READ A RECORD WHOSE TRAILING    *
      *                                BLANKS WERE STRIPPED AS IF IT   *
      *                                WERE PADDED TO FULL LENGTH;     *
      *                                ONLY A NUMERIC FIELD CUT SHORT  *
      *                                REJECTS THE RECORD RS           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAGIQFWI.
       DATE-WRITTEN. 15/10/26
       DATE-COMPILED. 15/10/26
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FWIN ASSIGN TO DYNAMIC WS-FWIN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWIN-STATUS.

       SELECT FWLAY ASSIGN TO DYNAMIC WS-FWLAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWLAY-STATUS.

       SELECT FWOUT ASSIGN TO DYNAMIC WS-FWOUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWOUT-STATUS.

       SELECT FWREJ ASSIGN TO DYNAMIC WS-FWREJ-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FWREJ-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    THE RECORD LENGTH ACTUALLY READ IS WHAT THE SHORT-RECORD
      *    CHECK IS MADE AGAINST, SO THE FD CARRIES IT
       FD  FWIN
           RECORD IS VARYING IN SIZE FROM 0 TO 1000 CHARACTERS
           DEPENDING ON WS-FWIN-LEN.
       01  FWIN-REC                            PIC X(1000).

       FD  FWLAY.
       01  FWLAY-REC                           PIC X(80).

       FD  FWOUT.
       01  FWOUT-REC                           PIC X(300).

       FD  FWREJ.
       01  FWREJ-REC                           PIC X(1042).

       WORKING-STORAGE SECTION.

       01  WS-FWIN-STATUS                      PIC X(02) VALUE SPACES.
       01  WS-FWLAY-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-FWOUT-STATUS                     PIC X(02) VALUE SPACES.
       01  WS-FWREJ-STATUS                     PIC X(02) VALUE SPACES.

       01  WS-FWIN-FILENAME                    PIC X(100) VALUE
               "HOSTFEED.DAT".
       01  WS-FWLAY-FILENAME                   PIC X(100) VALUE
               "LAYOUT.TXT".
       01  WS-FWOUT-FILENAME                   PIC X(100) VALUE
               "INPUT.CSV".
       01  WS-FWREJ-FILENAME                   PIC X(100) VALUE
               "FWREJECT.CSV".

       01  WS-FWIN-LEN                         PIC 9(04) VALUE ZEROES.

      *    THE RECORD AS READ, PADDED WITH BLANKS TO THE FULL 1000
      *    BYTES - A LINE SEQUENTIAL WRITE STRIPS TRAILING BLANKS, SO
      *    A BLANK LAST FIELD MAY NOT BE THERE AT ALL
       01  WS-FWIN-WORK                        PIC X(1000) VALUE SPACES.

       01  WS-FWIN-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-FWIN-EOF                           VALUE 'Y'.
           88  WS-FWIN-NOT-EOF                        VALUE 'N'.

       01  WS-FWLAY-EOF-FLAG                   PIC X VALUE 'N'.
           88  WS-FWLAY-EOF                          VALUE 'Y'.
           88  WS-FWLAY-NOT-EOF                       VALUE 'N'.

       01  WS-LAYOUT-ERROR-FLAG                PIC X VALUE 'N'.
           88  WS-LAYOUT-IN-ERROR                    VALUE 'Y'.
           88  WS-LAYOUT-CLEAN                        VALUE 'N'.

      *    THE OUTPUT DELIMITER MUST MATCH THE MAGIQCSV_INPUT_DELIM
      *    SETTING OF THE MAGIQCSV RUN THAT READS THE CONVERTED FILE
       01  WS-OUTPUT-DELIM-OPTION              PIC X(01) VALUE 'C'.
           88  WS-OUTDELIM-IS-COMMA                  VALUE 'C'.
           88  WS-OUTDELIM-IS-PIPE                    VALUE 'P'.
           88  WS-OUTDELIM-IS-SEMI                    VALUE 'S'.
           88  WS-OUTDELIM-IS-TAB                     VALUE 'T'.

       01  WS-OUTPUT-DELIM-CHAR                PIC X(01) VALUE ",".

      *    ONE ENTRY PER LAYOUT LINE. THE LIMITS ARE MAGIQCSV'S OWN:
      *    40 COLUMNS AND A 300-BYTE ROW. A NUMERIC FIELD IS HELD TO
      *    32 BYTES - 31 DIGITS AND A SIGN OR POINT.
       01  WS-MAX-FIELDS                       PIC 9(02) VALUE 40.
       01  WS-MAX-RECORD                       PIC 9(04) VALUE 1000.
       01  WS-MAX-TEXT-LEN                     PIC 9(03) VALUE 300.
       01  WS-MAX-NUMBER-LEN                   PIC 9(02) VALUE 32.
       01  WS-FIELD-COUNT                      PIC 9(02) VALUE ZEROES.
       01  WS-FIELD-IX                         PIC 9(02) VALUE ZEROES.
      *    WS-RECORD-MIN IS THE END OF THE LAST NUMERIC FIELD
       01  WS-RECORD-MIN                       PIC 9(04) VALUE ZEROES.

       01  WS-FIELD-TABLE.
           05  WS-FIELD-ENTRY OCCURS 40 TIMES.
               10  WS-FLD-NAME                  PIC X(30).
               10  WS-FLD-START                 PIC 9(04).
               10  WS-FLD-LENGTH                PIC 9(04).
               10  WS-FLD-END                   PIC 9(04).
               10  WS-FLD-TYPE                  PIC X(01).
                   88  WS-FLD-IS-TEXT                 VALUE 'X'.
                   88  WS-FLD-IS-UNSIGNED             VALUE '9'.
                   88  WS-FLD-IS-SIGNED               VALUE 'S'.
               10  WS-FLD-DECIMALS              PIC 9(01).

      *    LAYOUT LINE AS MAGIQCSV'S 9300-WRITE-LAYOUT LAYS IT OUT, WITH
      *    THE OPTIONAL TYPE CODE AND IMPLIED-DECIMAL DIGIT IN 50-51
       01  WS-LAYOUT-LINE.
           05  WS-LAY-NAME                     PIC X(30).
           05  FILLER                          PIC X(01).
           05  WS-LAY-START-X                  PIC X(05).
           05  FILLER                          PIC X(01).
           05  WS-LAY-LENGTH-X                 PIC X(05).
           05  FILLER                          PIC X(01).
           05  WS-LAY-MAXOBS-X                 PIC X(05).
           05  FILLER                          PIC X(01).
           05  WS-LAY-TYPE                     PIC X(01).
           05  WS-LAY-DECIMALS-X               PIC X(01).
           05  WS-LAY-DECIMALS-N REDEFINES WS-LAY-DECIMALS-X
                                               PIC 9(01).
           05  FILLER                          PIC X(29).

       01  WS-LAY-LINE-NUM                     PIC 9(05) VALUE ZEROES.
       01  WS-LAY-LINE-EDIT                    PIC ZZZZ9.
       01  WS-LAY-START                        PIC 9(05) VALUE ZEROES.
       01  WS-LAY-LENGTH                       PIC 9(05) VALUE ZEROES.
       01  WS-LAY-END                          PIC 9(05) VALUE ZEROES.
       01  WS-LAY-ERROR-TEXT                   PIC X(40) VALUE SPACES.

       01  WS-REJECT-REASON                    PIC X(02) VALUE SPACES.
           88  WS-REASON-NONE                        VALUE SPACES.
           88  WS-REASON-SHORT-RECORD                VALUE "RS".
           88  WS-REASON-NOT-NUMERIC                 VALUE "RN".
           88  WS-REASON-ROW-TOO-LONG                VALUE "RT".

      *    THE REJECT LINE KEEPS THE WHOLE FIXED-WIDTH RECORD AS IT WAS
      *    RECEIVED, SO IT CAN BE CORRECTED AND RESENT
       01  WS-REJECT-LINE.
           05  WS-REJ-REASON                   PIC X(02).
           05  FILLER                          PIC X(01).
           05  WS-REJ-FIELD                    PIC X(30).
           05  FILLER                          PIC X(01).
           05  WS-REJ-RECNO                    PIC 9(07).
           05  FILLER                          PIC X(01).
           05  WS-REJ-DATA                     PIC X(1000).

       01  WS-REJECT-FIELD                     PIC X(30) VALUE SPACES.

       01  WS-OUT-ROW                          PIC X(300) VALUE SPACES.
       01  WS-OUT-PTR                          PIC 9(03) VALUE ZEROES.

       01  WS-ROW-OVERFLOW-FLAG                PIC X VALUE 'N'.
           88  WS-ROW-OVERFLOWED                     VALUE 'Y'.
           88  WS-ROW-NOT-OVERFLOWED                  VALUE 'N'.

       01  WS-FIELD-TEXT                       PIC X(300) VALUE SPACES.
       01  WS-FIELD-LEN                        PIC 9(03) VALUE ZEROES.
       01  WS-VALUE-TEXT                       PIC X(300) VALUE SPACES.
       01  WS-VALUE-LEN                        PIC 9(03) VALUE ZEROES.
       01  WS-VALUE-BEGIN                      PIC 9(03) VALUE ZEROES.
       01  WS-VALUE-END                        PIC 9(03) VALUE ZEROES.
       01  WS-DELIM-COUNT                      PIC 9(03) VALUE ZEROES.

       01  WS-COUNTER1                         PIC 9(03) VALUE ZEROES.

      *    NUMERIC EDITING WORK AREAS. WS-NUM-INT-COUNT IS THE NUMBER OF
      *    DIGITS LEFT OF THE POINT AND GOES NEGATIVE WHEN AN IMPLIED-
      *    DECIMAL FIELD HOLDS FEWER DIGITS THAN ITS SCALE
       01  WS-NUM-DIGITS                       PIC X(40) VALUE SPACES.
       01  WS-NUM-DIGIT-COUNT                  PIC 9(02) VALUE ZEROES.
       01  WS-NUM-ZERO-COUNT                   PIC 9(02) VALUE ZEROES.
       01  WS-NUM-INT-COUNT                    PIC S9(03) VALUE ZEROES.
       01  WS-NUM-FRAC-COUNT                   PIC 9(02) VALUE ZEROES.
       01  WS-NUM-FROM                         PIC S9(03) VALUE ZEROES.
       01  WS-NUM-DOT-COUNT                    PIC 9(01) VALUE ZEROES.
       01  WS-NUM-CHAR                         PIC X(01) VALUE SPACE.
       01  WS-NUM-HOLD                         PIC X(01) VALUE SPACE.

       01  WS-NUM-SIGN                         PIC X(01) VALUE "+".
           88  WS-NUM-NEGATIVE                       VALUE "-".
           88  WS-NUM-POSITIVE                       VALUE "+".

       01  WS-NUM-VALID-FLAG                   PIC X VALUE 'Y'.
           88  WS-NUM-VALID                          VALUE 'Y'.
           88  WS-NUM-INVALID                        VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05  WS-RECS-READ                    PIC 9(7) VALUE ZEROES.
           05  WS-RECS-WRITTEN                 PIC 9(7) VALUE ZEROES.
           05  WS-RECS-REJECTED                PIC 9(7) VALUE ZEROES.
           05  WS-RECS-SHORT                   PIC 9(7) VALUE ZEROES.
           05  WS-RECS-NOT-NUMERIC             PIC 9(7) VALUE ZEROES.
           05  WS-RECS-TOO-LONG                PIC 9(7) VALUE ZEROES.

      ******************************************************************
       PROCEDURE DIVISION.

         0000-START.

           PERFORM 1000-INITIALIZATION.
           PERFORM 2000-MAIN UNTIL WS-FWIN-EOF.
           PERFORM 9000-END.

         1000-INITIALIZATION.

           DISPLAY "MAGIQFWI_INPUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FWIN-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-FWIN-FILENAME = SPACES
              MOVE "HOSTFEED.DAT" TO WS-FWIN-FILENAME
           END-IF.

           DISPLAY "MAGIQFWI_LAYOUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FWLAY-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-FWLAY-FILENAME = SPACES
              MOVE "LAYOUT.TXT" TO WS-FWLAY-FILENAME
           END-IF.

           DISPLAY "MAGIQFWI_OUTPUT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FWOUT-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-FWOUT-FILENAME = SPACES
              MOVE "INPUT.CSV" TO WS-FWOUT-FILENAME
           END-IF.

           DISPLAY "MAGIQFWI_REJECT_FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FWREJ-FILENAME FROM ENVIRONMENT-VALUE.
           IF WS-FWREJ-FILENAME = SPACES
              MOVE "FWREJECT.CSV" TO WS-FWREJ-FILENAME
           END-IF.

           MOVE 'C' TO WS-OUTPUT-DELIM-OPTION.
           DISPLAY "MAGIQFWI_OUTPUT_DELIM" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OUTPUT-DELIM-OPTION FROM ENVIRONMENT-VALUE.

           EVALUATE TRUE
              WHEN WS-OUTDELIM-IS-PIPE
                 MOVE "|" TO WS-OUTPUT-DELIM-CHAR
              WHEN WS-OUTDELIM-IS-SEMI
                 MOVE ";" TO WS-OUTPUT-DELIM-CHAR
              WHEN WS-OUTDELIM-IS-TAB
                 MOVE X"09" TO WS-OUTPUT-DELIM-CHAR
              WHEN OTHER
                 SET WS-OUTDELIM-IS-COMMA TO TRUE
                 MOVE "," TO WS-OUTPUT-DELIM-CHAR
           END-EVALUATE.

           PERFORM 1100-LOAD-LAYOUT.

           OPEN INPUT FWIN.
           IF WS-FWIN-STATUS NOT = "00"
              DISPLAY "MAGIQFWI ERROR - CANNOT OPEN INPUT DATASET "
                 WS-FWIN-FILENAME(1:40) ", STATUS = "
                 WS-FWIN-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT FWOUT.
           IF WS-FWOUT-STATUS NOT = "00"
              DISPLAY "MAGIQFWI ERROR - CANNOT OPEN OUTPUT DATASET "
                 WS-FWOUT-FILENAME(1:40) ", STATUS = "
                 WS-FWOUT-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT FWREJ.
           IF WS-FWREJ-STATUS NOT = "00"
              DISPLAY "MAGIQFWI ERROR - CANNOT OPEN REJECT DATASET "
                 WS-FWREJ-FILENAME(1:40) ", STATUS = "
                 WS-FWREJ-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-WRITE-HEADER.
           PERFORM 1300-READ-FWIN.

      ******************************************************************
      * 1100-LOAD-LAYOUT READS THE LAYOUT DATASET INTO THE FIELD       *
      * TABLE. THE FORMAT IS LAYOUT.TXT'S: NAME 1-30, START 32-36,     *
      * LENGTH 38-42, OBSERVED MAXIMUM 44-48 (NOT USED HERE), AND THE  *
      * "COLUMN ... START" HEADING LINE MAGIQCSV PUTS FIRST IS         *
      * SKIPPED. POSITION 50 MAY CARRY A TYPE - X TEXT (THE DEFAULT),  *
      * 9 UNSIGNED NUMERIC, S SIGNED NUMERIC - AND POSITION 51 THE     *
      * NUMBER OF IMPLIED DECIMAL PLACES OF A NUMERIC FIELD. EVERY     *
      * FAULTY LINE IS LISTED BEFORE THE RUN IS STOPPED, SO ONE PASS   *
      * IS ENOUGH TO CORRECT THE LAYOUT.                               *
      ******************************************************************
         1100-LOAD-LAYOUT.

           OPEN INPUT FWLAY.
           IF WS-FWLAY-STATUS NOT = "00"
              DISPLAY "MAGIQFWI ERROR - CANNOT OPEN LAYOUT DATASET "
                 WS-FWLAY-FILENAME(1:40) ", STATUS = "
                 WS-FWLAY-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           INITIALIZE WS-FIELD-TABLE.
           MOVE 0 TO WS-FIELD-COUNT.
           MOVE 0 TO WS-RECORD-MIN.
           MOVE 0 TO WS-LAY-LINE-NUM.
           SET WS-LAYOUT-CLEAN TO TRUE.
           SET WS-FWLAY-NOT-EOF TO TRUE.

           PERFORM UNTIL WS-FWLAY-EOF
              READ FWLAY
                 AT END
                    SET WS-FWLAY-EOF TO TRUE
              END-READ
              IF WS-FWLAY-NOT-EOF
                 ADD 1 TO WS-LAY-LINE-NUM
                 MOVE FWLAY-REC TO WS-LAYOUT-LINE
                 IF WS-LAYOUT-LINE NOT = SPACES
                    AND WS-LAY-START-X NOT = "START"
                    PERFORM 1110-PARSE-LAYOUT-LINE
                 END-IF
              END-IF
           END-PERFORM.

           CLOSE FWLAY.

           IF WS-FIELD-COUNT = 0 AND WS-LAYOUT-CLEAN
              DISPLAY "MAGIQFWI ERROR - LAYOUT DATASET "
                 WS-FWLAY-FILENAME(1:40) " DESCRIBES NO FIELDS"
              SET WS-LAYOUT-IN-ERROR TO TRUE
           END-IF.

           IF WS-LAYOUT-IN-ERROR
              DISPLAY "MAGIQFWI ERROR - LAYOUT DATASET REJECTED, "
                 "NO RECORDS CONVERTED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * 1110-PARSE-LAYOUT-LINE CHECKS ONE FIELD LINE AND, WHEN IT IS   *
      * SOUND, ADDS IT TO THE FIELD TABLE. THE FIELD MUST LIE INSIDE   *
      * THE LONGEST RECORD READ, A TEXT FIELD MUST FIT A MAGIQCSV ROW  *
      * AND A NUMERIC FIELD MUST FIT THE EDITING WORK AREA.            *
      ******************************************************************
         1110-PARSE-LAYOUT-LINE.

           MOVE SPACES TO WS-LAY-ERROR-TEXT.
           MOVE 0 TO WS-LAY-START WS-LAY-LENGTH WS-LAY-END.

           IF WS-LAY-START-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-LAY-START-X) = 0
              COMPUTE WS-LAY-START = FUNCTION NUMVAL(WS-LAY-START-X)
           END-IF.
           IF WS-LAY-LENGTH-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-LAY-LENGTH-X) = 0
              COMPUTE WS-LAY-LENGTH = FUNCTION NUMVAL(WS-LAY-LENGTH-X)
           END-IF.
           COMPUTE WS-LAY-END = WS-LAY-START + WS-LAY-LENGTH - 1.

           IF WS-LAY-TYPE = SPACE
              MOVE 'X' TO WS-LAY-TYPE
           END-IF.

           EVALUATE TRUE
              WHEN WS-LAY-NAME = SPACES
                 MOVE "COLUMN NAME MISSING" TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-START = 0
                 MOVE "START POSITION MISSING OR NOT NUMERIC"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-LENGTH = 0
                 MOVE "LENGTH MISSING OR NOT NUMERIC"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-END > WS-MAX-RECORD
                 MOVE "FIELD ENDS BEYOND POSITION 1000"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-TYPE NOT = 'X' AND WS-LAY-TYPE NOT = '9'
                 AND WS-LAY-TYPE NOT = 'S'
                 MOVE "TYPE IS NOT X, 9 OR S" TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-TYPE = 'X' AND WS-LAY-DECIMALS-X NOT = SPACE
                 MOVE "DECIMALS GIVEN ON A TEXT FIELD"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-DECIMALS-X NOT = SPACE
                 AND WS-LAY-DECIMALS-X IS NOT NUMERIC
                 MOVE "DECIMALS NOT A DIGIT 0-9" TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-TYPE = 'X'
                 AND WS-LAY-LENGTH > WS-MAX-TEXT-LEN
                 MOVE "TEXT FIELD LONGER THAN 300"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-LAY-TYPE NOT = 'X'
                 AND WS-LAY-LENGTH > WS-MAX-NUMBER-LEN
                 MOVE "NUMERIC FIELD LONGER THAN 32"
                    TO WS-LAY-ERROR-TEXT
              WHEN WS-FIELD-COUNT >= WS-MAX-FIELDS
                 MOVE "MORE THAN 40 FIELDS" TO WS-LAY-ERROR-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-LAY-ERROR-TEXT NOT = SPACES
              MOVE WS-LAY-LINE-NUM TO WS-LAY-LINE-EDIT
              DISPLAY "MAGIQFWI ERROR - LAYOUT LINE "
                 WS-LAY-LINE-EDIT " " WS-LAY-ERROR-TEXT
              SET WS-LAYOUT-IN-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-FIELD-COUNT
              MOVE WS-FIELD-COUNT TO WS-FIELD-IX
              MOVE WS-LAY-NAME TO WS-FLD-NAME(WS-FIELD-IX)
              MOVE WS-LAY-START TO WS-FLD-START(WS-FIELD-IX)
              MOVE WS-LAY-LENGTH TO WS-FLD-LENGTH(WS-FIELD-IX)
              MOVE WS-LAY-END TO WS-FLD-END(WS-FIELD-IX)
              MOVE WS-LAY-TYPE TO WS-FLD-TYPE(WS-FIELD-IX)
              IF WS-LAY-DECIMALS-X = SPACE
                 MOVE 0 TO WS-FLD-DECIMALS(WS-FIELD-IX)
              ELSE
                 MOVE WS-LAY-DECIMALS-N TO WS-FLD-DECIMALS(WS-FIELD-IX)
              END-IF
              IF WS-LAY-END > WS-RECORD-MIN
                 AND WS-LAY-TYPE NOT = 'X'
                 MOVE WS-LAY-END TO WS-RECORD-MIN
              END-IF
           END-IF.

      ******************************************************************
      * 1200-WRITE-HEADER GENERATES THE HEADER ROW MAGIQCSV EXPECTS AS *
      * THE FIRST LINE OF ITS INPUT, ONE COLUMN NAME PER LAYOUT FIELD  *
      * IN LAYOUT ORDER.                                               *
      ******************************************************************
         1200-WRITE-HEADER.

           MOVE SPACES TO WS-OUT-ROW.
           MOVE 0 TO WS-OUT-PTR.
           SET WS-ROW-NOT-OVERFLOWED TO TRUE.

           PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
              UNTIL WS-FIELD-IX > WS-FIELD-COUNT
              MOVE WS-FLD-NAME(WS-FIELD-IX) TO WS-FIELD-TEXT
              MOVE 30 TO WS-FIELD-LEN
              PERFORM 2200-EDIT-TEXT
              PERFORM 2400-APPEND-VALUE
           END-PERFORM.

           IF WS-ROW-OVERFLOWED
              DISPLAY "MAGIQFWI ERROR - HEADER ROW FROM LAYOUT IS "
                 "LONGER THAN 300 BYTES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE FWOUT-REC FROM WS-OUT-ROW.

         1300-READ-FWIN.

           READ FWIN
              AT END
                 SET WS-FWIN-EOF TO TRUE
           END-READ.

           IF WS-FWIN-NOT-EOF
              ADD 1 TO WS-RECS-READ
           END-IF.

      ******************************************************************
      * 2000-MAIN CONVERTS ONE FIXED-WIDTH RECORD. THE RECORD IS READ  *
      * AS IF PADDED WITH BLANKS TO FULL LENGTH, SINCE TRAILING BLANKS *
      * ARE STRIPPED FROM A LINE SEQUENTIAL RECORD AND A BLANK TEXT    *
      * FIELD AT THE END MAY BE MISSING. A ZONED NUMBER IS NEVER BLANK *
      * ON THE RIGHT, SO A RECORD THAT ENDS BEFORE ITS LAST NUMERIC    *
      * FIELD DOES IS REJECTED RS AGAINST THE FIRST NUMERIC FIELD IT   *
      * CANNOT HOLD; OTHERWISE EACH FIELD IS CUT OUT OF THE PADDED     *
      * RECORD AND EDITED IN LAYOUT ORDER, AND THE FIRST NUMERIC FIELD *
      * THAT WILL NOT EDIT REJECTS THE RECORD RN. A CONVERTED ROW THAT *
      * WOULD NOT FIT MAGIQCSV'S 300-BYTE RECORD IS REJECTED RT HERE   *
      * RATHER THAN BEING CUT SHORT DOWNSTREAM.                        *
      ******************************************************************
         2000-MAIN.

           SET WS-REASON-NONE TO TRUE.
           MOVE SPACES TO WS-REJECT-FIELD.

           MOVE SPACES TO WS-FWIN-WORK.
           IF WS-FWIN-LEN > 0
              MOVE FWIN-REC(1:WS-FWIN-LEN) TO WS-FWIN-WORK
           END-IF.

           IF WS-FWIN-LEN < WS-RECORD-MIN
              SET WS-REASON-SHORT-RECORD TO TRUE
              PERFORM VARYING WS-FIELD-IX FROM 1 BY 1
                 UNTIL WS-FIELD-IX > WS-FIELD-COUNT
                    OR (WS-FLD-END(WS-FIELD-IX) > WS-FWIN-LEN
                        AND NOT WS-FLD-IS-TEXT(WS-FIELD-IX))
                 CONTINUE
              END-PERFORM
              IF WS-FIELD-IX <= WS-FIELD-COUNT
                 MOVE WS-FLD-NAME(WS-FIELD-IX) TO WS-REJECT-FIELD
              END-IF
           ELSE
              MOVE SPACES TO WS-OUT-ROW
              MOVE 0 TO WS-OUT-PTR
              SET WS-ROW-NOT-OVERFLOWED TO TRUE
              PERFORM 2100-CONVERT-FIELD
                 VARYING WS-FIELD-IX FROM 1 BY 1
                 UNTIL WS-FIELD-IX > WS-FIELD-COUNT
                    OR NOT WS-REASON-NONE
              IF WS-REASON-NONE AND WS-ROW-OVERFLOWED
                 SET WS-REASON-ROW-TOO-LONG TO TRUE
              END-IF
           END-IF.

           IF WS-REASON-NONE
              WRITE FWOUT-REC FROM WS-OUT-ROW
              ADD 1 TO WS-RECS-WRITTEN
           ELSE
              PERFORM 2500-WRITE-REJECT
           END-IF.

           PERFORM 1300-READ-FWIN.

      ******************************************************************
      * 2100-CONVERT-FIELD CUTS FIELD WS-FIELD-IX OUT OF THE PADDED    *
      * RECORD, EDITS IT BY TYPE AND APPENDS IT TO THE OUTPUT ROW.     *
      ******************************************************************
         2100-CONVERT-FIELD.

           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE WS-FWIN-WORK(WS-FLD-START(WS-FIELD-IX):
                         WS-FLD-LENGTH(WS-FIELD-IX))
              TO WS-FIELD-TEXT.
           MOVE WS-FLD-LENGTH(WS-FIELD-IX) TO WS-FIELD-LEN.

           IF WS-FLD-IS-TEXT(WS-FIELD-IX)
              PERFORM 2200-EDIT-TEXT
           ELSE
              PERFORM 2300-EDIT-NUMBER
           END-IF.

           IF WS-NUM-INVALID AND NOT WS-FLD-IS-TEXT(WS-FIELD-IX)
              SET WS-REASON-NOT-NUMERIC TO TRUE
              MOVE WS-FLD-NAME(WS-FIELD-IX) TO WS-REJECT-FIELD
           ELSE
              PERFORM 2400-APPEND-VALUE
           END-IF.

      ******************************************************************
      * 2200-EDIT-TEXT DROPS THE LEADING AND TRAILING PAD OF A TEXT    *
      * FIELD, LEAVING WS-VALUE-TEXT / WS-VALUE-LEN.                   *
      ******************************************************************
         2200-EDIT-TEXT.

           MOVE SPACES TO WS-VALUE-TEXT.
           MOVE 0 TO WS-VALUE-LEN.

           MOVE 1 TO WS-VALUE-BEGIN.
           PERFORM UNTIL WS-VALUE-BEGIN > WS-FIELD-LEN
                 OR WS-FIELD-TEXT(WS-VALUE-BEGIN:1) NOT = SPACE
              ADD 1 TO WS-VALUE-BEGIN
           END-PERFORM.

           MOVE WS-FIELD-LEN TO WS-VALUE-END.
           PERFORM UNTIL WS-VALUE-END < WS-VALUE-BEGIN
                 OR WS-FIELD-TEXT(WS-VALUE-END:1) NOT = SPACE
              SUBTRACT 1 FROM WS-VALUE-END
           END-PERFORM.

           IF WS-VALUE-END >= WS-VALUE-BEGIN
              COMPUTE WS-VALUE-LEN = WS-VALUE-END - WS-VALUE-BEGIN + 1
              MOVE WS-FIELD-TEXT(WS-VALUE-BEGIN:WS-VALUE-LEN)
                 TO WS-VALUE-TEXT
           END-IF.

      ******************************************************************
      * 2300-EDIT-NUMBER TURNS A ZONED HOST NUMBER INTO ITS PRINTED    *
      * FORM: LEADING ZEROS DROPPED, A MINUS SIGN WHEN NEGATIVE AND    *
      * THE DECIMAL POINT PUT BACK, SO 0001234 WITH TWO IMPLIED        *
      * DECIMALS BECOMES 12.34 AND 000012M BECOMES -1.24. A SIGNED     *
      * FIELD MAY CARRY A LEADING OR TRAILING + OR -, OR THE SIGN MAY  *
      * BE OVERPUNCHED ON THE LAST DIGIT ({ A-I POSITIVE, } J-R        *
      * NEGATIVE). A FIELD WITH NO IMPLIED DECIMALS MAY CARRY ITS OWN  *
      * DECIMAL POINT. AN ALL-BLANK FIELD IS PASSED ON EMPTY SO THE    *
      * REQUIRED/OPTIONAL RULE IN MAGIQCSV DECIDES ITS FATE; ANYTHING  *
      * ELSE THAT IS NOT A NUMBER SETS WS-NUM-INVALID.                 *
      ******************************************************************
         2300-EDIT-NUMBER.

           SET WS-NUM-VALID TO TRUE.
           SET WS-NUM-POSITIVE TO TRUE.
           MOVE SPACES TO WS-VALUE-TEXT WS-NUM-DIGITS.
           MOVE 0 TO WS-VALUE-LEN WS-NUM-DIGIT-COUNT WS-NUM-DOT-COUNT.
           MOVE 0 TO WS-NUM-INT-COUNT.

           MOVE 1 TO WS-VALUE-BEGIN.
           PERFORM UNTIL WS-VALUE-BEGIN > WS-FIELD-LEN
                 OR WS-FIELD-TEXT(WS-VALUE-BEGIN:1) NOT = SPACE
              ADD 1 TO WS-VALUE-BEGIN
           END-PERFORM.

           MOVE WS-FIELD-LEN TO WS-VALUE-END.
           PERFORM UNTIL WS-VALUE-END < WS-VALUE-BEGIN
                 OR WS-FIELD-TEXT(WS-VALUE-END:1) NOT = SPACE
              SUBTRACT 1 FROM WS-VALUE-END
           END-PERFORM.

           IF WS-VALUE-END >= WS-VALUE-BEGIN
              IF WS-FLD-IS-SIGNED(WS-FIELD-IX)
                 PERFORM 2310-TAKE-SIGN
              END-IF
              PERFORM 2320-SCAN-DIGITS
              IF WS-NUM-VALID
                 PERFORM 2330-BUILD-NUMBER
              END-IF
           END-IF.

      ******************************************************************
      * 2310-TAKE-SIGN REMOVES THE SIGN OF A SIGNED FIELD FROM THE     *
      * WS-VALUE-BEGIN / WS-VALUE-END RANGE, LEAVING ONLY DIGITS (AND  *
      * A POSSIBLE POINT) FOR 2300-EDIT-NUMBER TO CHECK.               *
      ******************************************************************
         2310-TAKE-SIGN.

           EVALUATE TRUE
              WHEN WS-FIELD-TEXT(WS-VALUE-BEGIN:1) = "-"
                 SET WS-NUM-NEGATIVE TO TRUE
                 ADD 1 TO WS-VALUE-BEGIN
              WHEN WS-FIELD-TEXT(WS-VALUE-BEGIN:1) = "+"
                 ADD 1 TO WS-VALUE-BEGIN
              WHEN WS-FIELD-TEXT(WS-VALUE-END:1) = "-"
                 SET WS-NUM-NEGATIVE TO TRUE
                 SUBTRACT 1 FROM WS-VALUE-END
              WHEN WS-FIELD-TEXT(WS-VALUE-END:1) = "+"
                 SUBTRACT 1 FROM WS-VALUE-END
              WHEN OTHER
                 MOVE WS-FIELD-TEXT(WS-VALUE-END:1) TO WS-NUM-CHAR
                 MOVE WS-NUM-CHAR TO WS-NUM-HOLD
                 INSPECT WS-NUM-CHAR
                    CONVERTING "{ABCDEFGHI" TO "0123456789"
                 IF WS-NUM-CHAR = WS-NUM-HOLD
                    INSPECT WS-NUM-CHAR
                       CONVERTING "}JKLMNOPQR" TO "0123456789"
                    IF WS-NUM-CHAR NOT = WS-NUM-HOLD
                       SET WS-NUM-NEGATIVE TO TRUE
                    END-IF
                 END-IF
                 MOVE WS-NUM-CHAR TO WS-FIELD-TEXT(WS-VALUE-END:1)
           END-EVALUATE.

      *    A SIGN WITH NOTHING BEHIND IT, OR ONE LEFT AT THE OTHER END
      *    OF THE FIELD, IS CAUGHT AS A NON-DIGIT BY THE CALLER
           IF WS-VALUE-END < WS-VALUE-BEGIN
              SET WS-NUM-INVALID TO TRUE
           END-IF.

      ******************************************************************
      * 2320-SCAN-DIGITS COLLECTS THE DIGITS OF THE FIELD INTO         *
      * WS-NUM-DIGITS, NOTING WHERE AN EXPLICIT POINT FALLS. ANY OTHER *
      * BYTE, OR NO DIGITS AT ALL, MAKES THE FIELD INVALID.            *
      ******************************************************************
         2320-SCAN-DIGITS.

           PERFORM VARYING WS-COUNTER1 FROM WS-VALUE-BEGIN BY 1
              UNTIL WS-COUNTER1 > WS-VALUE-END OR WS-NUM-INVALID
              MOVE WS-FIELD-TEXT(WS-COUNTER1:1) TO WS-NUM-CHAR
              EVALUATE TRUE
                 WHEN WS-NUM-CHAR IS NUMERIC
                    ADD 1 TO WS-NUM-DIGIT-COUNT
                    MOVE WS-NUM-CHAR
                       TO WS-NUM-DIGITS(WS-NUM-DIGIT-COUNT:1)
                 WHEN WS-NUM-CHAR = "."
                    AND WS-NUM-DOT-COUNT = 0
                    AND WS-FLD-DECIMALS(WS-FIELD-IX) = 0
                    MOVE 1 TO WS-NUM-DOT-COUNT
                    MOVE WS-NUM-DIGIT-COUNT TO WS-NUM-INT-COUNT
                 WHEN OTHER
                    SET WS-NUM-INVALID TO TRUE
              END-EVALUATE
           END-PERFORM.

           IF WS-NUM-DIGIT-COUNT = 0
              SET WS-NUM-INVALID TO TRUE
           END-IF.

      ******************************************************************
      * 2330-BUILD-NUMBER PRINTS THE COLLECTED DIGITS INTO             *
      * WS-VALUE-TEXT WITH THE SIGN AND DECIMAL POINT IN PLACE.        *
      ******************************************************************
         2330-BUILD-NUMBER.

           IF WS-NUM-DOT-COUNT = 0
              COMPUTE WS-NUM-INT-COUNT = WS-NUM-DIGIT-COUNT
                                       - WS-FLD-DECIMALS(WS-FIELD-IX)
           END-IF.
           COMPUTE WS-NUM-FRAC-COUNT = WS-NUM-DIGIT-COUNT
                                     - WS-NUM-INT-COUNT.

      *    A NEGATIVE ZERO IS PRINTED WITHOUT ITS SIGN
           MOVE 0 TO WS-NUM-ZERO-COUNT.
           INSPECT WS-NUM-DIGITS(1:WS-NUM-DIGIT-COUNT)
              TALLYING WS-NUM-ZERO-COUNT FOR ALL "0".
           IF WS-NUM-NEGATIVE
              AND WS-NUM-ZERO-COUNT < WS-NUM-DIGIT-COUNT
              ADD 1 TO WS-VALUE-LEN
              MOVE "-" TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
           END-IF.

           IF WS-NUM-INT-COUNT < 1
              ADD 1 TO WS-VALUE-LEN
              MOVE "0" TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
           ELSE
              MOVE 1 TO WS-NUM-FROM
              PERFORM UNTIL WS-NUM-FROM >= WS-NUM-INT-COUNT
                    OR WS-NUM-DIGITS(WS-NUM-FROM:1) NOT = "0"
                 ADD 1 TO WS-NUM-FROM
              END-PERFORM
              PERFORM VARYING WS-COUNTER1 FROM WS-NUM-FROM BY 1
                 UNTIL WS-COUNTER1 > WS-NUM-INT-COUNT
                 ADD 1 TO WS-VALUE-LEN
                 MOVE WS-NUM-DIGITS(WS-COUNTER1:1)
                    TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
              END-PERFORM
           END-IF.

           IF WS-NUM-FRAC-COUNT > 0
              ADD 1 TO WS-VALUE-LEN
              MOVE "." TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
      *       FEWER DIGITS THAN THE SCALE - ZERO FILL AFTER THE POINT
              PERFORM VARYING WS-NUM-FROM FROM WS-NUM-INT-COUNT BY 1
                 UNTIL WS-NUM-FROM >= 0
                 ADD 1 TO WS-VALUE-LEN
                 MOVE "0" TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
              END-PERFORM
              IF WS-NUM-INT-COUNT < 0
                 MOVE 1 TO WS-NUM-FROM
              ELSE
                 COMPUTE WS-NUM-FROM = WS-NUM-INT-COUNT + 1
              END-IF
              PERFORM VARYING WS-COUNTER1 FROM WS-NUM-FROM BY 1
                 UNTIL WS-COUNTER1 > WS-NUM-DIGIT-COUNT
                 ADD 1 TO WS-VALUE-LEN
                 MOVE WS-NUM-DIGITS(WS-COUNTER1:1)
                    TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
              END-PERFORM
           END-IF.

      ******************************************************************
      * 2400-APPEND-VALUE ADDS WS-VALUE-TEXT TO THE OUTPUT ROW AFTER A *
      * DELIMITER, QUOTING A VALUE THAT HOLDS THE DELIMITER THE SAME   *
      * WAY MAGIQCSV'S 2059-BUILD-WRITE-ROW DOES. A ROW THAT WILL NOT  *
      * FIT 300 BYTES IS FLAGGED RATHER THAN TRUNCATED.                *
      ******************************************************************
         2400-APPEND-VALUE.

           MOVE 0 TO WS-DELIM-COUNT.
           IF WS-VALUE-LEN > 0
              INSPECT WS-VALUE-TEXT(1:WS-VALUE-LEN)
                 TALLYING WS-DELIM-COUNT
                 FOR ALL WS-OUTPUT-DELIM-CHAR
           END-IF.

           IF WS-FIELD-IX > 1
              IF WS-OUT-PTR < 300
                 ADD 1 TO WS-OUT-PTR
                 MOVE WS-OUTPUT-DELIM-CHAR TO WS-OUT-ROW(WS-OUT-PTR:1)
              ELSE
                 SET WS-ROW-OVERFLOWED TO TRUE
              END-IF
           END-IF.

           IF WS-DELIM-COUNT > 0
              IF WS-OUT-PTR < 300
                 ADD 1 TO WS-OUT-PTR
                 MOVE QUOTE TO WS-OUT-ROW(WS-OUT-PTR:1)
              ELSE
                 SET WS-ROW-OVERFLOWED TO TRUE
              END-IF
           END-IF.

           PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
              UNTIL WS-COUNTER1 > WS-VALUE-LEN
              IF WS-OUT-PTR < 300
                 ADD 1 TO WS-OUT-PTR
                 MOVE WS-VALUE-TEXT(WS-COUNTER1:1)
                    TO WS-OUT-ROW(WS-OUT-PTR:1)
              ELSE
                 SET WS-ROW-OVERFLOWED TO TRUE
              END-IF
           END-PERFORM.

           IF WS-DELIM-COUNT > 0
              IF WS-OUT-PTR < 300
                 ADD 1 TO WS-OUT-PTR
                 MOVE QUOTE TO WS-OUT-ROW(WS-OUT-PTR:1)
              ELSE
                 SET WS-ROW-OVERFLOWED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * 2500-WRITE-REJECT WRITES THE RECORD AS RECEIVED TO THE REJECT  *
      * DATASET: REASON 1-2, FAILING FIELD NAME 4-33, INPUT RECORD     *
      * NUMBER 35-41 AND THE RAW RECORD FROM 43.                       *
      ******************************************************************
         2500-WRITE-REJECT.

           MOVE SPACES TO WS-REJECT-LINE.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE WS-REJECT-FIELD TO WS-REJ-FIELD.
           MOVE WS-RECS-READ TO WS-REJ-RECNO.
           IF WS-FWIN-LEN > 0
              MOVE FWIN-REC(1:WS-FWIN-LEN) TO WS-REJ-DATA
           END-IF.

           WRITE FWREJ-REC FROM WS-REJECT-LINE.

           ADD 1 TO WS-RECS-REJECTED.
           EVALUATE TRUE
              WHEN WS-REASON-SHORT-RECORD
                 ADD 1 TO WS-RECS-SHORT
              WHEN WS-REASON-NOT-NUMERIC
                 ADD 1 TO WS-RECS-NOT-NUMERIC
              WHEN OTHER
                 ADD 1 TO WS-RECS-TOO-LONG
           END-EVALUATE.

         9000-END.

           DISPLAY "MAGIQFWI CONTROL TOTALS".
           DISPLAY "  RECORDS READ              : " WS-RECS-READ.
           DISPLAY "  ROWS WRITTEN              : " WS-RECS-WRITTEN.
           DISPLAY "  RECORDS REJECTED          : " WS-RECS-REJECTED.
           DISPLAY "    SHORT RECORD (RS)       : " WS-RECS-SHORT.
           DISPLAY "    NOT NUMERIC (RN)        : "
              WS-RECS-NOT-NUMERIC.
           DISPLAY "    ROW TOO LONG (RT)       : " WS-RECS-TOO-LONG.

           CLOSE FWIN
                 FWOUT
                 FWREJ.

           IF WS-RECS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
