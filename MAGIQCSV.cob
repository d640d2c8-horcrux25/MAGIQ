      *                                STARTS WITH TWO DIGITS IS NOT   *
      *                                MISREAD AS A PASS COUNT AND    *
      *                                PARKED WITH ITS KEY STRIPPED    *
      * 15/10/26 EDEN CRUZ             CSVMST-REC CARRIES THE DATE AND *
      *                                OPERATOR OF THE LAST MAGIQMNT   *
      *                                CORRECTION; A REPLACE LOAD THAT *
      *                                OVERWRITES A CORRECTED KEY NOW  *
      *                                COUNTS AND LISTS IT ON THE      *
      *                                CONSOLE AND IN RUNRPT SO THE    *
      *                                SERVICE DESK CAN REAPPLY OR     *
      *                                RAISE IT WITH THE SOURCE. THE   *
      *                                RECORD GROWS BY 16 BYTES, SO AN *
      *                                EXISTING MASTER.DAT MUST BE     *
      *                                DELETED AND RELOADED            *
      * 15/10/26 EDEN CRUZ             ADD RULE TYPE T: THE NAMED      *
      *                                COLUMN MUST BE A CODE ACTIVE ON *
      *                                THE RUN DATE IN THE NAMED TABLE *
      *                                OF THE INDEXED REFDATA DATASET  *
      *                                MAINTAINED BY MAGIQREF, ELSE    *
      *                                THE ROW IS REJECTED AS RR WITH  *
      *                                THE COLUMN NAME; THE RULE MAY   *
      *                                ALSO NAME AN OUTPUT COLUMN THAT *
      *                                CARRIES THE CODE'S DESCRIPTION  *
      *                                AFTER THE MAPPED COLUMNS        *
      * 15/10/26 EDEN CRUZ             MASK PERSONAL-DATA COLUMNS WHEN *
      *                                THE MAGIQCSV_MASK_PROFILE       *
      *                                SWITCH NAMES A PROFILE IN THE   *
      *                                CSVMASK DATASET: FULL           *
      *                                REDACTION, KEEP THE LAST N      *
      *                                CHARACTERS, A CONSISTENT        *
      *                                SUBSTITUTE TOKEN OR A DATE CUT  *
      *                                BACK TO ITS YEAR, APPLIED TO    *
      *                                CSVOUT, CSVMST, CSVDUP AND      *
      *                                CSVREJ; THE PROFILE AND THE     *
      *                                COUNT OF MASKED VALUES GO ON    *
      *                                THE AUDIT RECORD AND RUNRPT     *
      * 15/10/26 EDEN CRUZ             ACCEPT HIERARCHICAL FILES WHEN  *
      *                                THE MAGIQCSV_RECORD_TYPES       *
      *                                SWITCH NAMES A CSVRTD DATASET:  *
      *                                EACH RECORD-TYPE CODE IN COLUMN *
      *                                1 HAS ITS OWN COLUMN NAMES,     *
      *                                RULES AND CLEANED OUTPUT        *
      *                                (CSVTY1-CSVTY4), CHILD ROWS     *
      *                                CARRY THEIR PARENT'S KEY, AND   *
      *                                ORPHANS (RO), HEADERS MISSING   *
      *                                REQUIRED CHILDREN (RH) AND      *
      *                                UNKNOWN TYPES (RY) ARE          *
      *                                REJECTED; CONTROL TOTALS ARE    *
      *                                KEPT PER TYPE. A DESCRIPTION    *
      *                                COLUMN NOW FOLLOWS THE LAST     *
      *                                SOURCE VALUE, NOT ITS PAD       *
      * 15/10/26 EDEN CRUZ             THE AUDIT RECORD GROWS TO 340   *
      *                                BYTES AND CARRIES THE FILTERED  *
      *                                ROWS, THE HEADER AND TRAILER    *
      *                                ROWS READ, THE RECYCLE AND PARK *
      *                                COUNTS AND THE NEW MASTER KEYS, *
      *                                SO THE NIGHT CAN BE BALANCED    *
      *                                ACROSS STEPS FROM ONE RECORD    *
      * 15/10/26 EDEN CRUZ             STANDARDIZE VALUES FROM AN      *
      *                                OPTIONAL CSVXFM TRANSFORMATION  *
      *                                DATASET AFTER THE ROW IS SPLIT  *
      *                                AND BEFORE THE RULES: DATES     *
      *                                RESTATED AS CCYYMMDD, UPPER     *
      *                                CASE, TRIM AND COLLAPSE SPACES, *
      *                                DIGITS ONLY, DEFAULT FOR BLANK  *
      *                                AND CODE RECODING PER COLUMN;   *
      *                                DERIVED COLUMNS (CONCATENATION, *
      *                                SUBSTRING, LITERAL) JOIN THE    *
      *                                HEADER SO THE COLUMN MAP CAN    *
      *                                SELECT THEM. RUNRPT SHOWS HOW   *
      *                                MANY VALUES EACH TRANSFORMATION *
      *                                CHANGED                         *
      * 15/10/26 EDEN CRUZ             FLAG A RECORD-TYPE RUN IN THE   *
      *                                AUDIT RECORD (BYTE 335) SO THE  *
      *                                BALANCING STEP KNOWS NO CSVOUT  *
      *                                EXTRACT WAS WRITTEN             *
      * 15/10/26 EDEN CRUZ             LEAVE AN EIGHT-DIGIT DATE THAT  *
      *                                IS ALREADY CCYYMMDD ALONE UNDER *
      *                                A DMY OR MDY RESTATEMENT, REFUSE*
      *                                A YEAR BEFORE 1800, AND CAP THE *
      *                                UNMAPPED DELIMITED LINE AT 300  *
      *                                BYTES                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CSVMST-KEY
           FILE STATUS IS WS-MST-STATUS.

       SELECT CSVMASK ASSIGN TO "MASKING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASK-STATUS.

       SELECT REFDATA ASSIGN TO "REFDATA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REFDATA-KEY
           FILE STATUS IS WS-REF-STATUS.

       SELECT CSVRTD ASSIGN TO DYNAMIC WS-RTD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTD-STATUS.

       SELECT CSVTY1 ASSIGN TO DYNAMIC WS-RT-OUTFILE-1
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTO-STATUS.

       SELECT CSVTY2 ASSIGN TO DYNAMIC WS-RT-OUTFILE-2
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTO-STATUS.

       SELECT CSVTY3 ASSIGN TO DYNAMIC WS-RT-OUTFILE-3
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTO-STATUS.

       SELECT CSVTY4 ASSIGN TO DYNAMIC WS-RT-OUTFILE-4
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTO-STATUS.

       SELECT CSVXFM ASSIGN TO "TRANSFORM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XFM-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01  CSVDUP-REC                          PIC X(380).

       FD  CSVAUDIT.
       01  CSVAUDIT-REC                        PIC X(340).

       FD  CSVRPT.
       01  CSVRPT-REC                          PIC X(132).
           05  CSVMST-KEY                      PIC X(100).
           05  CSVMST-DATA                     PIC X(300).
           05  CSVMST-LOAD-DATE                PIC 9(08).
           05  CSVMST-MAINT-DATE               PIC 9(08).
           05  CSVMST-MAINT-DATE-X REDEFINES CSVMST-MAINT-DATE
                                               PIC X(08).
           05  CSVMST-MAINT-OPER               PIC X(08).

       FD  CSVMASK.
       01  CSVMASK-REC                         PIC X(200).

       FD  REFDATA.
       01  REFDATA-REC.
           05  REFDATA-KEY.
               10  REFDATA-TABLE               PIC X(10).
               10  REFDATA-CODE                PIC X(20).
           05  REFDATA-DESC                    PIC X(60).
           05  REFDATA-EFF-DATE                PIC 9(08).
           05  REFDATA-EXP-DATE                PIC 9(08).
           05  REFDATA-MAINT-DATE              PIC 9(08).

       FD  CSVRTD.
       01  CSVRTD-REC                          PIC X(200).

       FD  CSVTY1.
       01  CSVTY1-REC                          PIC X(300).

       FD  CSVTY2.
       01  CSVTY2-REC                          PIC X(300).

       FD  CSVTY3.
       01  CSVTY3-REC                          PIC X(300).

       FD  CSVTY4.
       01  CSVTY4-REC                          PIC X(300).

       FD  CSVXFM.
       01  CSVXFM-REC                          PIC X(200).

       WORKING-STORAGE SECTION.

           88  WS-REASON-ROW-TOO-LONG                VALUE "RT".
           88  WS-REASON-RULE-FAIL                   VALUE "RV".
           88  WS-REASON-DUP-KEY                     VALUE "RK".
           88  WS-REASON-REF-FAIL                    VALUE "RR".
           88  WS-REASON-ORPHAN                      VALUE "RO".
           88  WS-REASON-NO-CHILDREN                 VALUE "RH".
           88  WS-REASON-UNKNOWN-TYPE                VALUE "RY".

       01  WS-QUOTE-COUNT                      PIC 9(3) VALUE ZEROES.
       01  WS-QUOTE-DIV                        PIC 9(3) VALUE ZEROES.
               10  WS-RULE-MAXLEN               PIC 9(03).
               10  WS-RULE-EXTRA                PIC X(100).
               10  WS-RULE-COL-IX               PIC 9(02).
               10  WS-RULE-REF-IX               PIC 9(02).
               10  WS-RULE-RTYPE                PIC 9(01).

      *    ONE RULES-DATASET LINE, FROM CSVRULES OR FROM A RULE LINE
      *    OF THE RECORD-TYPE DATASET
       01  WS-RULE-LINE                        PIC X(200) VALUE SPACES.

       01  WS-RULE-MAXLEN-X                    PIC X(03) VALUE SPACES.
       01  WS-RULE-MAXLEN-N REDEFINES WS-RULE-MAXLEN-X
           05  WS-ALLOW-ENTRY OCCURS 10 TIMES  PIC X(30).
       01  WS-ALLOW-VALUE                      PIC X(30) VALUE SPACES.

       01  WS-REF-STATUS                       PIC X(02) VALUE SPACES.

       01  WS-REF-OPEN-FLAG                    PIC X VALUE 'N'.
           88  WS-REF-OPENED                         VALUE 'Y'.
           88  WS-REF-NOT-OPENED                      VALUE 'N'.

      *    ONE SLOT PER TYPE T RULE: THE REFERENCE TABLE IT CHECKS,
      *    THE OPTIONAL OUTPUT COLUMN THAT CARRIES THE DESCRIPTION,
      *    AND THE DESCRIPTION LOOKED UP FOR THE CURRENT ROW
       01  WS-MAX-REF-RULES                    PIC 9(2) VALUE 10.
       01  WS-REF-COUNT                        PIC 9(2) VALUE ZEROES.
       01  WS-REF-IX                           PIC 9(2) VALUE ZEROES.
       01  WS-REF-DESC-COUNT                   PIC 9(2) VALUE ZEROES.

       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 10 TIMES.
               10  WS-REF-TABLE-NAME            PIC X(10).
               10  WS-REF-OUT-NAME              PIC X(30).
               10  WS-REF-DESC                  PIC X(60).
               10  WS-REF-RTYPE                 PIC 9(01).

       01  WS-REF-FAIL-COUNT                   PIC 9(7) VALUE ZEROES.
       01  WS-OUT-BASE-COUNT                   PIC 9(2) VALUE ZEROES.

       01  WS-MASK-STATUS                      PIC X(02) VALUE SPACES.

       01  WS-MASK-EOF-FLAG                    PIC X VALUE 'N'.
           88  WS-MASK-EOF                           VALUE 'Y'.
           88  WS-MASK-NOT-EOF                        VALUE 'N'.

       01  WS-MASK-ACTIVE-FLAG                 PIC X VALUE 'N'.
           88  WS-MASK-ACTIVE                        VALUE 'Y'.
           88  WS-MASK-NOT-ACTIVE                     VALUE 'N'.

       01  WS-ROW-MASKED-FLAG                  PIC X VALUE 'N'.
           88  WS-ROW-MASKED                         VALUE 'Y'.
           88  WS-ROW-NOT-MASKED                      VALUE 'N'.

       01  WS-MASK-PROFILE                     PIC X(10) VALUE SPACES.

      *    ONE ENTRY PER MASKED COLUMN OF THE SELECTED PROFILE. METHOD
      *    R REDACTS THE WHOLE VALUE, L KEEPS THE LAST WS-MASK-KEEP
      *    CHARACTERS, T SUBSTITUTES A TOKEN DERIVED FROM THE VALUE
      *    (SALTED WITH THE PARAMETER), Y CUTS A DATE BACK TO ITS YEAR
      *    (THE PARAMETER IS THE YMD/DMY/MDY FORMAT)
       01  WS-MAX-MASKS                        PIC 9(2) VALUE 20.
       01  WS-MASK-COUNT                       PIC 9(2) VALUE ZEROES.
       01  WS-MASK-IX                          PIC 9(2) VALUE ZEROES.
       01  WS-MASK-COL                         PIC 9(2) VALUE ZEROES.

       01  WS-MASK-TABLE.
           05  WS-MASK-ENTRY OCCURS 20 TIMES.
               10  WS-MASK-NAME                 PIC X(30).
               10  WS-MASK-METHOD               PIC X(01).
               10  WS-MASK-PARM                 PIC X(30).
               10  WS-MASK-KEEP                 PIC 9(02).
               10  WS-MASK-COL-IX               PIC 9(02).
               10  WS-MASK-RT-COL OCCURS 4 TIMES
                                                PIC 9(02).

       01  WS-MASK-LINE-PROFILE                PIC X(10) VALUE SPACES.
       01  WS-MASK-LINE-NAME                   PIC X(30) VALUE SPACES.
       01  WS-MASK-LINE-METHOD                 PIC X(01) VALUE SPACES.
       01  WS-MASK-LINE-PARM                   PIC X(30) VALUE SPACES.

       01  WS-MASK-KEEP-X                      PIC X(02) VALUE SPACES.
       01  WS-MASK-KEEP-N REDEFINES WS-MASK-KEEP-X
                                               PIC 9(02).

       01  WS-MASK-HASH                        PIC 9(18) VALUE ZEROES.
       01  WS-MASK-HASH-WORK                   PIC 9(18) VALUE ZEROES.
       01  WS-MASK-HASH-DIV                    PIC 9(18) VALUE ZEROES.
       01  WS-MASK-HASH-MOD                    PIC 9(10) VALUE
               9999999967.
       01  WS-MASK-TOKEN                       PIC 9(10) VALUE ZEROES.
       01  WS-MASK-YEAR                        PIC X(04) VALUE SPACES.
       01  WS-MASK-STOP                        PIC 9(03) VALUE ZEROES.

       01  WS-MASKED-VALUES                    PIC 9(7) VALUE ZEROES.

      *    THE ROW AS IT GOES TO CSVREJ OR CSVDUP - AS READ, OR WITH
      *    ITS MASKED COLUMNS WHEN A MASKING PROFILE IS ON
       01  WS-WRITE-ROW                        PIC X(300) VALUE SPACES.

       01  WS-XFM-STATUS                       PIC X(02) VALUE SPACES.

       01  WS-XFM-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-XFM-EOF                            VALUE 'Y'.
           88  WS-XFM-NOT-EOF                         VALUE 'N'.

       01  WS-XFM-ACTIVE-FLAG                  PIC X VALUE 'N'.
           88  WS-XFM-ACTIVE                         VALUE 'Y'.
           88  WS-XFM-NOT-ACTIVE                      VALUE 'N'.

       01  WS-XFM-ERROR-FLAG                   PIC X VALUE 'N'.
           88  WS-XFM-IN-ERROR                       VALUE 'Y'.
           88  WS-XFM-NOT-IN-ERROR                    VALUE 'N'.

      *    ONE ENTRY PER TRANSFORMATION LINE, KEPT IN DATASET ORDER
      *    BECAUSE THAT IS THE ORDER THEY ARE APPLIED IN. KIND C WORKS
      *    ON AN EXISTING COLUMN (OP D DATE, U UPPER CASE, T TRIM, N
      *    DIGITS ONLY, B DEFAULT FOR BLANK, R RECODE); KIND N ADDS A
      *    DERIVED COLUMN (OP C CONCATENATE, S SUBSTRING, L LITERAL).
      *    COL-IX IS THE COLUMN WORKED ON OR BUILT, SRC1/SRC2 THE
      *    COLUMNS A DERIVED VALUE IS TAKEN FROM, AND CHANGED COUNTS
      *    THE VALUES THE ENTRY ACTUALLY ALTERED
       01  WS-MAX-XFMS                         PIC 9(2) VALUE 40.
       01  WS-XFM-COUNT                        PIC 9(2) VALUE ZEROES.
       01  WS-XFM-IX                           PIC 9(2) VALUE ZEROES.
       01  WS-XFM-COL                          PIC 9(2) VALUE ZEROES.
       01  WS-XFM-FOUND                        PIC 9(2) VALUE ZEROES.
       01  WS-XFM-LINE-NO                      PIC 9(3) VALUE ZEROES.
       01  WS-XFM-SOURCE-COUNT                 PIC 9(2) VALUE ZEROES.
       01  WS-XFM-DERIVED-COUNT                PIC 9(2) VALUE ZEROES.

       01  WS-XFM-TABLE.
           05  WS-XFM-ENTRY OCCURS 40 TIMES.
               10  WS-XFM-KIND                  PIC X(01).
                   88  WS-XFM-ON-COLUMN                VALUE "C".
                   88  WS-XFM-DERIVED                  VALUE "N".
               10  WS-XFM-NAME                  PIC X(30).
               10  WS-XFM-OP                    PIC X(01).
               10  WS-XFM-OP-WORD               PIC X(09).
               10  WS-XFM-PARM1                 PIC X(30).
               10  WS-XFM-PARM2                 PIC X(30).
               10  WS-XFM-PARM3                 PIC X(30).
               10  WS-XFM-START                 PIC 9(03).
               10  WS-XFM-LENGTH                PIC 9(03).
               10  WS-XFM-COL-IX                PIC 9(02).
               10  WS-XFM-SRC1-IX               PIC 9(02).
               10  WS-XFM-SRC2-IX               PIC 9(02).
               10  WS-XFM-CHANGED               PIC 9(07).

       01  WS-XFM-LINE-KEYWORD                 PIC X(10) VALUE SPACES.
       01  WS-XFM-LINE-NAME                    PIC X(30) VALUE SPACES.
       01  WS-XFM-LINE-OP                      PIC X(10) VALUE SPACES.
       01  WS-XFM-LINE-PARM1                   PIC X(30) VALUE SPACES.
       01  WS-XFM-LINE-PARM2                   PIC X(30) VALUE SPACES.
       01  WS-XFM-LINE-PARM3                   PIC X(30) VALUE SPACES.
       01  WS-XFM-FIND-NAME                    PIC X(30) VALUE SPACES.

       01  WS-XFM-BEFORE                       PIC X(300) VALUE SPACES.
       01  WS-XFM-WORK                         PIC X(300) VALUE SPACES.
       01  WS-XFM-WORK-LEN                     PIC 9(03) VALUE ZEROES.
       01  WS-XFM-PART                         PIC X(300) VALUE SPACES.
       01  WS-XFM-PART-LEN                     PIC 9(03) VALUE ZEROES.
       01  WS-XFM-SEP-LEN                      PIC 9(02) VALUE ZEROES.
       01  WS-XFM-END                          PIC 9(03) VALUE ZEROES.

      *    A DATE VALUE BROKEN ON ITS SEPARATORS, AND THE CCYYMMDD IT
      *    IS REBUILT AS
       01  WS-XFM-DATE-PARTS.
           05  WS-XFM-DPART OCCURS 3 TIMES.
               10  WS-XFM-DPART-TEXT            PIC X(08).
               10  WS-XFM-DPART-LEN             PIC 9(03).
       01  WS-XFM-DPART-COUNT                  PIC 9(03) VALUE ZEROES.
       01  WS-XFM-D-IX                         PIC 9(01) VALUE ZEROES.
       01  WS-XFM-M-IX                         PIC 9(01) VALUE ZEROES.
       01  WS-XFM-Y-IX                         PIC 9(01) VALUE ZEROES.

       01  WS-XFM-DATE-OK-FLAG                 PIC X VALUE 'N'.
           88  WS-XFM-DATE-OK                        VALUE 'Y'.
           88  WS-XFM-DATE-NOT-OK                     VALUE 'N'.

       01  WS-XFM-DATE-STD-FLAG                PIC X VALUE 'N'.
           88  WS-XFM-DATE-STANDARD                  VALUE 'Y'.
           88  WS-XFM-DATE-NOT-STANDARD              VALUE 'N'.

      *    NO RESTATED DATE MAY FALL BEFORE THIS YEAR
       01  WS-XFM-MIN-YEAR                     PIC 9(04) VALUE 1800.

       01  WS-XFM-DATE.
           05  WS-XFM-DATE-CCYY                PIC X(04).
           05  WS-XFM-DATE-MM                  PIC X(02).
           05  WS-XFM-DATE-DD                  PIC X(02).
       01  WS-XFM-DATE-N REDEFINES WS-XFM-DATE.
           05  WS-XFM-DATE-CCYY-N              PIC 9(04).
           05  WS-XFM-DATE-MM-N                PIC 9(02).
           05  WS-XFM-DATE-DD-N                PIC 9(02).

       01  WS-AUDIT-STATUS                     PIC X(02) VALUE SPACES.

       01  WS-RUN-DATE                         PIC 9(08) VALUE ZEROES.
           05  WS-AUD-INPUT-FILE               PIC X(100).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-OUTPUT-FILE              PIC X(100).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-MASK-PROFILE             PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RECS-FILTERED            PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RECS-CONTROL             PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RCY-IND                  PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RCY-READ                 PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RCY-PARKED               PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-PARK-BASE                PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-MST-IND                  PIC X(01).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-MST-ADDED                PIC 9(07).
           05  FILLER                          PIC X(01) VALUE SPACE.
           05  WS-AUD-RECTYPE-IND              PIC X(01).

       01  WS-REPORT-LINE                      PIC X(132) VALUE SPACES.
       01  WS-EDIT-COUNT                       PIC Z,ZZZ,ZZ9.
           05  WS-OUT-COL-ENTRY OCCURS 40 TIMES.
               10  WS-OUT-COL-NAME              PIC X(30).
               10  WS-OUT-MAXLEN                PIC 9(03).
               10  WS-OUT-REF-IX                PIC 9(02).

       01  WS-FIXED-TRUNC-COUNT                PIC 9(7) VALUE ZEROES.
       01  WS-FIXED-OFFSET                     PIC 9(5) VALUE ZEROES.
       01  WS-MST-LOADED                       PIC 9(7) VALUE ZEROES.
       01  WS-MST-REPLACED                     PIC 9(7) VALUE ZEROES.
       01  WS-MST-KEPT                         PIC 9(7) VALUE ZEROES.
       01  WS-MST-OVERRIDDEN                   PIC 9(7) VALUE ZEROES.

      *    KEYS WHOSE MAGIQMNT CORRECTION THIS LOAD OVERWROTE - THE
      *    FIRST 50 ARE LISTED, THE REST ARE ONLY COUNTED
       01  WS-MAX-OVERRIDES                    PIC 9(3) VALUE 50.
       01  WS-OVR-IX                           PIC 9(3) VALUE ZEROES.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVR-ENTRY OCCURS 50 TIMES.
               10  WS-OVR-KEY                   PIC X(100).
               10  WS-OVR-MAINT-DATE            PIC 9(08).
               10  WS-OVR-MAINT-OPER            PIC X(08).

       01  WS-MST-NEW-REC                      PIC X(424) VALUE SPACES.

       01  WS-REJECT-LIMIT-X                   PIC X(07) VALUE SPACES.
       01  WS-REJECT-PCT-X                     PIC X(03) VALUE SPACES.

       01  WS-RECS-FILTERED                    PIC 9(7) VALUE ZEROES.

      *    HEADER ROWS OF THE SECOND AND LATER LISTED FILES AND TRAILER
      *    ROWS - LINES READ THAT ARE NEITHER DATA NOR THE OUTPUT HEADER
       01  WS-RECS-CONTROL                     PIC 9(7) VALUE ZEROES.

       01  WS-DATE-PART                        PIC X(02) VALUE SPACES.
       01  WS-DATE-PART-N REDEFINES WS-DATE-PART
                                               PIC 9(02).

       01  WS-TRUNC-LINE-NUM                    PIC 9(7) VALUE ZEROES.

       01  WS-RTD-FILENAME                     PIC X(100) VALUE SPACES.
       01  WS-RTD-STATUS                       PIC X(02) VALUE SPACES.
       01  WS-RTO-STATUS                       PIC X(02) VALUE SPACES.

       01  WS-RTD-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-RTD-EOF                            VALUE 'Y'.
           88  WS-RTD-NOT-EOF                         VALUE 'N'.

       01  WS-RTD-ERROR-FLAG                   PIC X VALUE 'N'.
           88  WS-RTD-IN-ERROR                       VALUE 'Y'.
           88  WS-RTD-NOT-IN-ERROR                    VALUE 'N'.

       01  WS-RECTYPE-FLAG                     PIC X VALUE 'N'.
           88  WS-RECTYPE-ACTIVE                     VALUE 'Y'.
           88  WS-RECTYPE-NOT-ACTIVE                  VALUE 'N'.

      *    THE HEADER ROW A SINGLE-LAYOUT FILE CARRIES AND A
      *    RECORD-TYPE FILE DOES NOT, TAKEN OFF THE ROWS READ WHEN A
      *    TRAILER COUNT IS RECONCILED
       01  WS-HEADER-ROWS                      PIC 9(1) VALUE 1.

      *    ONE ENTRY PER RECORD TYPE: ITS CODE, PARENT TYPE AND DEPTH
      *    BELOW THE TOP, WHETHER IT MUST HAVE CHILDREN, ITS KEY AND
      *    COLUMN NAMES, AND THE STATE OF ITS CURRENT RECORD - OPEN OR
      *    NOT, ITS KEY, THE CHILDREN WRITTEN UNDER IT AND, FOR A TYPE
      *    THAT MUST HAVE CHILDREN, THE OUTPUT LINE AND REJECT IMAGE
      *    HELD BACK UNTIL ITS FIRST CHILD IS WRITTEN - THEN ITS
      *    CONTROL TOTALS. THE OUTPUT DATASET NAMES SIT APART BECAUSE
      *    EACH CSVTY FILE IS ASSIGNED TO ITS OWN NAME FIELD.
       01  WS-MAX-RECTYPES                     PIC 9(1) VALUE 4.
       01  WS-RT-COUNT                         PIC 9(1) VALUE ZEROES.
       01  WS-RT-IX                            PIC 9(1) VALUE ZEROES.
       01  WS-RT-CX                            PIC 9(1) VALUE ZEROES.
       01  WS-RT-PX                            PIC 9(1) VALUE ZEROES.
       01  WS-RT-FOUND                         PIC 9(1) VALUE ZEROES.
       01  WS-RT-LAST-IX                       PIC 9(1) VALUE ZEROES.
       01  WS-RT-OUT-IX                        PIC 9(1) VALUE ZEROES.
       01  WS-RT-CLOSE-DEPTH                   PIC 9(1) VALUE ZEROES.
       01  WS-RT-CHAIN-COUNT                   PIC 9(1) VALUE ZEROES.
       01  WS-RT-COL                           PIC 9(2) VALUE ZEROES.

       01  WS-RT-CHAIN-TABLE.
           05  WS-RT-CHAIN OCCURS 4 TIMES      PIC 9(1).

       01  WS-RT-OUTFILES.
           05  WS-RT-OUTFILE-1                 PIC X(100).
           05  WS-RT-OUTFILE-2                 PIC X(100).
           05  WS-RT-OUTFILE-3                 PIC X(100).
           05  WS-RT-OUTFILE-4                 PIC X(100).
       01  WS-RT-OUTFILE-TABLE REDEFINES WS-RT-OUTFILES.
           05  WS-RT-OUTFILE OCCURS 4 TIMES    PIC X(100).

       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 4 TIMES.
               10  WS-RT-CODE                   PIC X(04).
               10  WS-RT-PARENT                 PIC 9(01).
               10  WS-RT-DEPTH                  PIC 9(01).
               10  WS-RT-KIDS-FLAG              PIC X(01).
                   88  WS-RT-KIDS-REQUIRED            VALUE 'Y'.
               10  WS-RT-KEY-NAME               PIC X(30).
               10  WS-RT-KEY-COL                PIC 9(02).
               10  WS-RT-COL-COUNT              PIC 9(02).
               10  WS-RT-COL-NAME OCCURS 40 TIMES
                                                PIC X(30).
               10  WS-RT-OPEN-FLAG              PIC X(01).
                   88  WS-RT-OPEN                     VALUE 'Y'.
               10  WS-RT-CUR-KEY                PIC X(60).
               10  WS-RT-KIDS                   PIC 9(07).
               10  WS-RT-HELD-FLAG              PIC X(01).
                   88  WS-RT-HELD                     VALUE 'Y'.
               10  WS-RT-HELD-LINE              PIC X(300).
               10  WS-RT-HELD-ROW               PIC X(300).
               10  WS-RT-HELD-SOURCE            PIC X(08).
               10  WS-RT-HELD-PASS              PIC 9(02).
               10  WS-RT-HELD-RCY-FLAG          PIC X(01).
                   88  WS-RT-HELD-RECYCLED            VALUE 'Y'.
               10  WS-RT-READ                   PIC 9(07).
               10  WS-RT-WRITTEN                PIC 9(07).
               10  WS-RT-REJECTED               PIC 9(07).
               10  WS-RT-ORPHANS                PIC 9(07).
               10  WS-RT-CHILDLESS              PIC 9(07).

       01  WS-RT-UNKNOWN-COUNT                 PIC 9(7) VALUE ZEROES.

       01  WS-RTD-PTR                          PIC 9(03) VALUE ZEROES.
       01  WS-RTD-KEYWORD                      PIC X(04) VALUE SPACES.
       01  WS-RTD-CODE                         PIC X(04) VALUE SPACES.
       01  WS-RTD-WORD                         PIC X(100) VALUE SPACES.
       01  WS-RTD-KEY-NAME                     PIC X(30) VALUE SPACES.
       01  WS-RTD-PARENT-CODE                  PIC X(04) VALUE SPACES.
       01  WS-RTD-KIDS                         PIC X(01) VALUE SPACES.

      *    THE LINE GOING TO A CSVTY FILE, AND WHETHER IT CAME FROM
      *    THE RECYCLE DATASET
       01  WS-RT-OUT-LINE                      PIC X(300) VALUE SPACES.
       01  WS-RT-RCY-FLAG                      PIC X VALUE 'N'.
           88  WS-RT-ROW-RECYCLED                    VALUE 'Y'.
           88  WS-RT-ROW-NOT-RECYCLED                 VALUE 'N'.

      *    THE ROW IN FLIGHT, PUT ASIDE WHILE A HELD HEADER IS WRITTEN
      *    TO CSVREJ IN ITS PLACE
       01  WS-RT-SAVE-REC                      PIC X(300) VALUE SPACES.
       01  WS-RT-SAVE-SOURCE                   PIC X(08) VALUE SPACES.
       01  WS-RT-SAVE-PASS                     PIC 9(02) VALUE ZEROES.
       01  WS-RT-SAVE-REASON                   PIC X(02) VALUE SPACES.

       01  WS-RT-EDIT-READ                     PIC Z,ZZZ,ZZ9.
       01  WS-RT-EDIT-WRITTEN                  PIC Z,ZZZ,ZZ9.
       01  WS-RT-EDIT-REJECTED                 PIC Z,ZZZ,ZZ9.
       01  WS-RT-EDIT-ORPHANS                  PIC Z,ZZZ,ZZ9.
       01  WS-RT-EDIT-CHILDLESS                PIC Z,ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.

              PERFORM 1150-LOAD-FILE-LIST
           END-IF.

           PERFORM 1900-LOAD-RECORD-TYPES.

           PERFORM 1050-CHECK-RESTART.

           IF WS-IS-RESTART
                 OPEN OUTPUT CSVDUP
              END-IF
           ELSE
              IF WS-RECTYPE-NOT-ACTIVE
                 OPEN OUTPUT CSVOUT
              END-IF
              OPEN OUTPUT CSVREJ
              OPEN OUTPUT CSVDUP
           END-IF.
              SET WS-POLICY-REPLACE TO TRUE
           END-IF.

      *    A RECORD-TYPE RUN TAKES ITS RULES FROM THE RECORD-TYPE
      *    DATASET AND WRITES ONE DELIMITED OUTPUT PER TYPE, SO THE
      *    SINGLE-LAYOUT COLUMN MAP, SELECTION, KEY CHECK,
      *    TRANSFORMATIONS, MASTER LOAD, HASH COLUMN AND FIXED-WIDTH
      *    OUTPUT ARE NOT USED
           IF WS-RECTYPE-ACTIVE
              PERFORM 1215-OPEN-REFDATA
              DISPLAY "MAGIQCSV - RECORD-TYPE RUN: RULES COME FROM THE "
                 "RECORD-TYPE DATASET; COLUMN MAP, SELECTION, KEY "
                 "CHECK, TRANSFORMATIONS, MASTER LOAD, HASH COLUMN "
                 "AND FIXED-WIDTH OUTPUT DO NOT APPLY"
              SET WS-OUTMODE-DELIMITED TO TRUE
              MOVE SPACES TO WS-HASH-COLUMN-ENV
              MOVE SPACES TO WS-MASTER-KEY-ENV
           ELSE
              PERFORM 1200-LOAD-RULES
              PERFORM 1300-LOAD-COLUMN-MAP
              PERFORM 1320-LOAD-SELECTION
              PERFORM 1400-LOAD-KEY-COLUMNS
              PERFORM 1850-LOAD-TRANSFORMS
           END-IF.
           PERFORM 1800-LOAD-MASKING.

           SET WS-PARSING-HEADER TO TRUE.
           IF WS-RECTYPE-ACTIVE
              PERFORM 1920-START-RECORD-TYPES
           ELSE
              PERFORM 1100-READ-CSVIN
           END-IF.

           IF WS-CSVIN-NOT-EOF AND WS-RECTYPE-NOT-ACTIVE
              MOVE WS-INPUT-REC TO WS-FIRST-HEADER-REC
              IF WS-ROW-TRUNCATED
                 DISPLAY "MAGIQCSV WARNING - HEADER ROW EXCEEDS "
                    " COLUMNS, EXTRA COLUMNS ARE IGNORED"
              END-IF
              MOVE WS-COLUMN-COUNT TO WS-HEADER-COLUMN-COUNT
      *       DERIVED COLUMNS JOIN THE HEADER FIRST, SO THE RULES, MAP,
      *       SELECTION, KEYS AND MASKS CAN NAME THEM LIKE ANY OTHER
              IF WS-XFM-ACTIVE
                 PERFORM 1860-RESOLVE-TRANSFORMS
              END-IF
              IF WS-RULES-ACTIVE
                 PERFORM 1210-RESOLVE-RULE-COLUMNS
              END-IF
              IF WS-MASTER-KEY-ENV NOT = SPACES
                 PERFORM 1700-RESOLVE-MASTER-KEY
              END-IF
              IF WS-MASK-ACTIVE
                 PERFORM 1810-RESOLVE-MASK-COLUMNS
              END-IF
              IF WS-NOT-RESTART
                 PERFORM 2060-BUILD-LINE
                 WRITE CSVOUT-REC FROM WS-LINE
      * THAT DID NOT REACH END-OF-JOB. WHEN ONE IS FOUND WITH A        *
      * NON-ZERO ROW COUNT, THE RUN IS TREATED AS A RESTART - CSVOUT   *
      * AND CSVREJ ARE EXTENDED RATHER THAN OVERLAID, AND THE DATA     *
      * ROWS ALREADY PROCESSED LAST TIME ARE SKIPPED ON RE-READ. A     *
      * RECORD-TYPE RUN HOLDS HEADERS BACK UNTIL THEIR CHILDREN ARRIVE *
      * AND SO CANNOT RESUME PART WAY THROUGH A FAMILY - IT ALWAYS     *
      * STARTS FROM THE TOP AND A CHECKPOINT LEFT BEHIND IS IGNORED.   *
      ******************************************************************
      ******************************************************************
      * 1040-COUNT-PARK-BASE RECORDS HOW MANY LINES THE PARK DATASET   *
                    SET WS-PARK-BASE-KNOWN TO TRUE
                 END-IF
                 IF WS-RESTART-COUNT > 0
                    IF WS-RECTYPE-ACTIVE
                       DISPLAY "MAGIQCSV WARNING - CHECKPOINT IGNORED,"
                          " A RECORD-TYPE RUN ALWAYS STARTS FROM THE "
                          "TOP"
                       MOVE 0 TO WS-RESTART-COUNT
                       SET WS-PARK-BASE-UNKNOWN TO TRUE
                    ELSE
                       SET WS-IS-RESTART TO TRUE
                    END-IF
                 END-IF
              END-IF
              CLOSE CSVCKPT
      * RECYCLE DATASET ONCE THE PRIMARY INPUT (AND EVERY LISTED       *
      * FILE) IS EXHAUSTED. A MISSING RECYCLE DATASET SIMPLY MEANS     *
      * MAGIQFIX HAD NOTHING TO REPAIR, SO THE RUN ENDS AS A PLAIN     *
      * SINGLE-PASS RUN. ON A RECORD-TYPE RUN THE PRIMARY INPUT'S LAST *
      * FAMILY IS CLOSED FIRST, SO NO RECYCLED ROW IS TAKEN AS A CHILD *
      * OF IT.                                                         *
      ******************************************************************
         1130-START-RECYCLE.

           OPEN INPUT CSVRCY.

           IF WS-RCY-STATUS = "00"
              IF WS-RECTYPE-ACTIVE
                 MOVE 1 TO WS-RT-CLOSE-DEPTH
                 PERFORM 2150-CLOSE-RECORD-TYPES
              END-IF
              SET WS-IN-RECYCLE-PHASE TO TRUE
              MOVE 'N' TO WS-CSVIN-EOF-FLAG
      *       A RECYCLED ROW MAY COME FROM ANY EARLIER RUN'S OFFICE,
      * SO A REGIONAL OFFICE THAT RESHUFFLED ITS COLUMNS IS CALLED     *
      * OUT, THEN PREFETCHING THE FILE'S FIRST DATA ROW. AN EMPTY OR   *
      * UNOPENABLE FILE LEAVES END-OF-FILE SET AND THE CALLER'S LOOP   *
      * ROLLS ON TO THE FILE AFTER IT. A RECORD-TYPE FILE HAS NO       *
      * HEADER ROW, SO ITS FIRST LINE IS ALREADY DATA, AND THE LAST    *
      * FAMILY OF THE FILE THAT ENDED IS CLOSED - A PARENT IN ONE FILE *
      * NEVER ADOPTS CHILDREN FROM THE NEXT.                           *
      ******************************************************************
         1120-ADVANCE-SOURCE-FILE.

           IF WS-RECTYPE-ACTIVE
              MOVE 1 TO WS-RT-CLOSE-DEPTH
              PERFORM 2150-CLOSE-RECORD-TYPES
           END-IF.

           IF WS-TRAILER-EXPECTED AND WS-FILE-OPENED
              PERFORM 8000-RECONCILE-FILE-TRAILER
           END-IF.
                 SET WS-FILE-OPENED TO TRUE
                 MOVE 'N' TO WS-CSVIN-EOF-FLAG
                 PERFORM 1105-READ-ONE-LINE
                 IF WS-CSVIN-NOT-EOF AND WS-RECTYPE-NOT-ACTIVE
                    IF WS-INPUT-REC NOT = WS-FIRST-HEADER-REC
                       DISPLAY "MAGIQCSV WARNING - HEADER OF "
                          "SOURCE FILE " WS-SOURCE-ID
                          " DIFFERS FROM THE FIRST FILE'S HEADER"
                    END-IF
                    ADD 1 TO WS-RECS-CONTROL
                    PERFORM 1105-READ-ONE-LINE
                 END-IF
              END-IF
                    AND CSVRULES-REC NOT = SPACES
                    IF WS-RULE-COUNT < WS-MAX-RULES
                       ADD 1 TO WS-RULE-COUNT
                       MOVE CSVRULES-REC TO WS-RULE-LINE
                       PERFORM 1205-PARSE-RULE-LINE
                    ELSE
                       IF WS-RULES-NOT-OVERFLOWED
              END-IF
           END-IF.

           PERFORM 1215-OPEN-REFDATA.

      ******************************************************************
      * 1215-OPEN-REFDATA OPENS THE REFERENCE DATASET ONCE ANY TYPE T  *
      * RULE HAS BEEN LOADED, FROM THE RULES DATASET OR FROM THE RULE  *
      * LINES OF A RECORD-TYPE DATASET. A REFERENCE RULE WITH NO       *
      * REFERENCE DATASET BEHIND IT WOULD REJECT EVERY ROW, SO THE RUN *
      * STOPS HERE INSTEAD, BEFORE ANY ROW IS READ OR ANY CHECKPOINT   *
      * IS TAKEN.                                                      *
      ******************************************************************
         1215-OPEN-REFDATA.

           IF WS-REF-COUNT > 0
              OPEN INPUT REFDATA
              IF WS-REF-STATUS = "00"
                 SET WS-REF-OPENED TO TRUE
                 DISPLAY "MAGIQCSV - " WS-REF-COUNT
                    " REFERENCE RULES CHECKED AGAINST REFDATA"
              ELSE
                 DISPLAY "MAGIQCSV ERROR - REFDATA OPEN FAILED, "
                    "STATUS = " WS-REF-STATUS
                    ", REFERENCE RULES CANNOT BE CHECKED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

         1205-PARSE-RULE-LINE.

           MOVE SPACES TO WS-RULE-MAXLEN-X.
           INITIALIZE WS-RULE-ENTRY(WS-RULE-COUNT).

           UNSTRING WS-RULE-LINE DELIMITED BY ","
              INTO WS-RULE-NAME(WS-RULE-COUNT)
                   WS-RULE-TYPE(WS-RULE-COUNT)
                   WS-RULE-REQUIRED(WS-RULE-COUNT)
                   WS-RULE-MAXLEN-X
                   WS-RULE-EXTRA(WS-RULE-COUNT)
           END-UNSTRING.
           MOVE WS-RT-IX TO WS-RULE-RTYPE(WS-RULE-COUNT).

      *    A ONE- OR TWO-DIGIT MAXLEN ARRIVES LEFT-JUSTIFIED FROM THE
      *    UNSTRING, SO IT IS SHIFTED RIGHT AND ZERO FILLED BEFORE
              END-IF
           END-IF.

      *    A TYPE T RULE'S EXTRA FIELD IS TABLE|OUTPUT-NAME. THE
      *    TABLE IS SPLIT OUT ONCE HERE SO THE ROW CHECK IS A STRAIGHT
      *    KEYED READ, AND A NAMED OUTPUT COLUMN IS REMEMBERED FOR
      *    1500-SET-OUTPUT-COLUMNS TO APPEND
           IF WS-RULE-TYPE(WS-RULE-COUNT) = "T"
              IF WS-REF-COUNT < WS-MAX-REF-RULES
                 ADD 1 TO WS-REF-COUNT
                 MOVE WS-REF-COUNT TO WS-RULE-REF-IX(WS-RULE-COUNT)
                 MOVE SPACES TO WS-REF-ENTRY(WS-REF-COUNT)
                 UNSTRING WS-RULE-EXTRA(WS-RULE-COUNT)
                    DELIMITED BY "|"
                    INTO WS-REF-TABLE-NAME(WS-REF-COUNT)
                         WS-REF-OUT-NAME(WS-REF-COUNT)
                 END-UNSTRING
                 MOVE WS-RT-IX TO WS-REF-RTYPE(WS-REF-COUNT)
                 IF WS-REF-TABLE-NAME(WS-REF-COUNT) = SPACES
                    DISPLAY "MAGIQCSV WARNING - REFERENCE RULE FOR "
                       "COLUMN " WS-RULE-NAME(WS-RULE-COUNT)
                       " NAMES NO TABLE, RULE IGNORED"
                    MOVE 0 TO WS-RULE-REF-IX(WS-RULE-COUNT)
                    SUBTRACT 1 FROM WS-REF-COUNT
                 END-IF
              ELSE
                 DISPLAY "MAGIQCSV WARNING - MORE THAN "
                    WS-MAX-REF-RULES " REFERENCE RULES, RULE FOR "
                    "COLUMN " WS-RULE-NAME(WS-RULE-COUNT)
                    " IS NOT ENFORCED"
              END-IF
           END-IF.

      ******************************************************************
      * 1210-RESOLVE-RULE-COLUMNS TIES EACH LOADED RULE TO THE HEADER  *
      * COLUMN IT NAMES. A RULE WHOSE COLUMN IS NOT IN THIS FILE'S     *
              END-PERFORM
           END-IF.

      *    REFERENCE DESCRIPTION COLUMNS FOLLOW THE MAPPED (OR SOURCE)
      *    COLUMNS IN RULE ORDER; WS-OUT-BASE-COUNT MARKS WHERE THEY
      *    START SO THE LINE BUILDERS KNOW WHERE TO PICK THEM UP. ON A
      *    RECORD-TYPE RUN ONLY THE CURRENT TYPE'S RULES ADD COLUMNS
           MOVE WS-OUT-COL-COUNT TO WS-OUT-BASE-COUNT.
           MOVE 0 TO WS-REF-DESC-COUNT.
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
              UNTIL WS-REF-IX > WS-REF-COUNT
              IF WS-REF-OUT-NAME(WS-REF-IX) NOT = SPACES
                 AND WS-REF-RTYPE(WS-REF-IX) = WS-RT-IX
                 IF WS-OUT-COL-COUNT < WS-MAX-COLUMNS
                    ADD 1 TO WS-OUT-COL-COUNT
                    ADD 1 TO WS-REF-DESC-COUNT
                    MOVE WS-REF-OUT-NAME(WS-REF-IX)
                       TO WS-OUT-COL-NAME(WS-OUT-COL-COUNT)
                    MOVE WS-REF-IX
                       TO WS-OUT-REF-IX(WS-OUT-COL-COUNT)
                 ELSE
                    DISPLAY "MAGIQCSV WARNING - NO ROOM FOR "
                       "DESCRIPTION COLUMN "
                       WS-REF-OUT-NAME(WS-REF-IX)
                       ", OUTPUT ALREADY HAS " WS-MAX-COLUMNS
                       " COLUMNS"
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-OUTMODE-FIXED
              DISPLAY "MAGIQCSV - FIXED-WIDTH OUTPUT, "
                 WS-OUT-COL-COUNT " COLUMNS AT " WS-FIXED-WIDTH
              END-IF
           END-IF.

      ******************************************************************
      * 1800-LOAD-MASKING READS THE CSVMASK DATASET LINES FOR THE      *
      * PROFILE NAMED IN THE MAGIQCSV_MASK_PROFILE SWITCH. EACH LINE   *
      * IS COMMA DELIMITED:                                            *
      *    PROFILE,COLUMN-NAME,METHOD,PARAMETER                        *
      * METHOD R = FULL REDACTION, L = KEEP THE LAST N CHARACTERS (N   *
      * IN THE PARAMETER), T = CONSISTENT SUBSTITUTE TOKEN (OPTIONAL   *
      * SALT IN THE PARAMETER - THE SAME SALT GIVES THE SAME TOKEN IN  *
      * EVERY FILE AND EVERY RUN), Y = DATE CUT BACK TO ITS YEAR       *
      * (YMD/DMY/MDY IN THE PARAMETER, YMD WHEN OMITTED). AN UNKNOWN   *
      * METHOD IS WARNED AND REDACTS. WITHOUT THE SWITCH NOTHING IS    *
      * MASKED, EXACTLY AS BEFORE MASKING EXISTED. WITH IT, A MISSING  *
      * DATASET OR A PROFILE WITH NO LINES STOPS THE RUN - AN EXTRACT  *
      * MEANT FOR OUTSIDE HANDS MUST NEVER GO OUT UNMASKED BECAUSE OF  *
      * A TYPING ERROR.                                                *
      ******************************************************************
         1800-LOAD-MASKING.

           SET WS-MASK-NOT-ACTIVE TO TRUE.
           SET WS-MASK-NOT-EOF TO TRUE.
           MOVE 0 TO WS-MASK-COUNT.

           MOVE SPACES TO WS-MASK-PROFILE.
           DISPLAY "MAGIQCSV_MASK_PROFILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MASK-PROFILE FROM ENVIRONMENT-VALUE.

           IF WS-MASK-PROFILE = SPACES
              DISPLAY "MAGIQCSV - NO MASKING PROFILE, VALUES ARE "
                 "WRITTEN AS RECEIVED"
           ELSE
              OPEN INPUT CSVMASK
              IF WS-MASK-STATUS NOT = "00"
                 DISPLAY "MAGIQCSV ERROR - MASKING PROFILE "
                    WS-MASK-PROFILE " REQUESTED BUT THE MASKING "
                    "DATASET WILL NOT OPEN, STATUS = " WS-MASK-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL WS-MASK-EOF
                 READ CSVMASK
                    AT END
                       SET WS-MASK-EOF TO TRUE
                 END-READ
                 IF WS-MASK-NOT-EOF
                    AND CSVMASK-REC NOT = SPACES
                    PERFORM 1805-PARSE-MASK-LINE
                 END-IF
              END-PERFORM
              CLOSE CSVMASK
              IF WS-MASK-COUNT = 0
                 DISPLAY "MAGIQCSV ERROR - MASKING PROFILE "
                    WS-MASK-PROFILE " HAS NO LINES IN THE MASKING "
                    "DATASET"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-MASK-ACTIVE TO TRUE
              DISPLAY "MAGIQCSV - MASKING PROFILE " WS-MASK-PROFILE
                 " ON, " WS-MASK-COUNT " COLUMNS MASKED"
      *       MAGIQFIX REPAIRS ROWS FROM CSVREJ, WHICH NOW CARRIES
      *       MASKED VALUES, SO A RECYCLE RUN UNDER A PROFILE FEEDS
      *       MASKED ROWS BACK IN - SAID ONCE HERE
              IF WS-RECYCLE-ACTIVE
                 DISPLAY "MAGIQCSV WARNING - RECYCLE INPUT UNDER A "
                    "MASKING PROFILE, REJECTS WRITTEN THIS RUN ARE "
                    "MASKED AND CANNOT BE REPAIRED FROM"
              END-IF
           END-IF.

         1805-PARSE-MASK-LINE.

           MOVE SPACES TO WS-MASK-LINE-PROFILE
                          WS-MASK-LINE-NAME
                          WS-MASK-LINE-METHOD
                          WS-MASK-LINE-PARM.

           UNSTRING CSVMASK-REC DELIMITED BY ","
              INTO WS-MASK-LINE-PROFILE
                   WS-MASK-LINE-NAME
                   WS-MASK-LINE-METHOD
                   WS-MASK-LINE-PARM
           END-UNSTRING.

           IF WS-MASK-LINE-PROFILE = WS-MASK-PROFILE
              IF WS-MASK-COUNT < WS-MAX-MASKS
                 ADD 1 TO WS-MASK-COUNT
                 INITIALIZE WS-MASK-ENTRY(WS-MASK-COUNT)
                 MOVE WS-MASK-LINE-NAME TO WS-MASK-NAME(WS-MASK-COUNT)
                 MOVE WS-MASK-LINE-METHOD
                    TO WS-MASK-METHOD(WS-MASK-COUNT)
                 MOVE WS-MASK-LINE-PARM TO WS-MASK-PARM(WS-MASK-COUNT)
                 EVALUATE WS-MASK-LINE-METHOD
                    WHEN "R"
                    WHEN "T"
                    WHEN "Y"
                       CONTINUE
                    WHEN "L"
                       MOVE WS-MASK-LINE-PARM(1:2) TO WS-MASK-KEEP-X
                       IF WS-MASK-KEEP-X(2:1) = SPACE
                          MOVE WS-MASK-KEEP-X(1:1)
                             TO WS-MASK-KEEP-X(2:1)
                          MOVE "0" TO WS-MASK-KEEP-X(1:1)
                       END-IF
                       IF WS-MASK-KEEP-X IS NUMERIC
                          MOVE WS-MASK-KEEP-N
                             TO WS-MASK-KEEP(WS-MASK-COUNT)
                       ELSE
                          DISPLAY "MAGIQCSV WARNING - KEEP COUNT "
                             WS-MASK-LINE-PARM(1:10) " FOR MASKED "
                             "COLUMN " WS-MASK-LINE-NAME
                             " IS NOT NUMERIC, WHOLE VALUE REDACTED"
                          MOVE 0 TO WS-MASK-KEEP(WS-MASK-COUNT)
                       END-IF
                    WHEN OTHER
                       DISPLAY "MAGIQCSV WARNING - MASK METHOD "
                          WS-MASK-LINE-METHOD " FOR COLUMN "
                          WS-MASK-LINE-NAME
                          " IS NOT R, L, T OR Y, VALUE IS REDACTED"
                       MOVE "R" TO WS-MASK-METHOD(WS-MASK-COUNT)
                 END-EVALUATE
              ELSE
                 DISPLAY "MAGIQCSV ERROR - MORE THAN " WS-MAX-MASKS
                    " MASKED COLUMNS IN PROFILE " WS-MASK-PROFILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      ******************************************************************
      * 1810-RESOLVE-MASK-COLUMNS TIES EACH MASKED COLUMN TO ITS       *
      * HEADER POSITION. A COLUMN THE FILE DOES NOT CARRY HAS NOTHING  *
      * TO MASK AND IS ONLY WARNED, SO ONE PROFILE CAN SERVE SEVERAL   *
      * VENDOR LAYOUTS THE WAY ONE RULES DATASET DOES.                 *
      ******************************************************************
         1810-RESOLVE-MASK-COLUMNS.

           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
              UNTIL WS-MASK-IX > WS-MASK-COUNT

              MOVE 0 TO WS-MASK-COL-IX(WS-MASK-IX)

              PERFORM VARYING WS-MASK-COL FROM 1 BY 1
                 UNTIL WS-MASK-COL > WS-HEADER-COLUMN-COUNT
                 IF WS-COLUMN-NAME(WS-MASK-COL)
                    = WS-MASK-NAME(WS-MASK-IX)
                    MOVE WS-MASK-COL TO WS-MASK-COL-IX(WS-MASK-IX)
                    MOVE WS-HEADER-COLUMN-COUNT TO WS-MASK-COL
                 END-IF
              END-PERFORM

              IF WS-MASK-COL-IX(WS-MASK-IX) = 0
                 DISPLAY "MAGIQCSV WARNING - MASKED COLUMN "
                    WS-MASK-NAME(WS-MASK-IX)
                    " IS NOT IN THE HEADER, NOTHING TO MASK"
              END-IF

           END-PERFORM.

      ******************************************************************
      * 1850-LOAD-TRANSFORMS READS THE OPTIONAL CSVXFM DATASET OF      *
      * VALUE TRANSFORMATIONS. EACH LINE IS COMMA DELIMITED AND STARTS *
      * WITH A KEYWORD -                                               *
      *    COL,COLUMN-NAME,OP,PARM1,PARM2                              *
      *    NEW,COLUMN-NAME,OP,PARM1,PARM2,PARM3                        *
      * A COL LINE REWORKS THE VALUES OF A COLUMN:                     *
      *    D - A DATE IN THE PARM1 LAYOUT (YMD, DMY OR MDY, YMD WHEN   *
      *        OMITTED), WITH OR WITHOUT / - . SEPARATORS, RESTATED AS *
      *        CCYYMMDD                                                *
      *    U - UPPER CASE                                              *
      *    T - LEADING AND TRAILING SPACES TRIMMED AND INNER RUNS OF   *
      *        SPACES COLLAPSED TO ONE                                 *
      *    N - EVERYTHING BUT THE DIGITS STRIPPED                      *
      *    B - A BLANK VALUE REPLACED BY THE PARM1 DEFAULT             *
      *    R - A VALUE EQUAL TO PARM1 RECODED AS PARM2 - ONE LINE PER  *
      *        CODE, SO M/F TO MALE/FEMALE IS TWO LINES                *
      * A NEW LINE ADDS A DERIVED COLUMN OF THAT NAME AFTER THE SOURCE *
      * COLUMNS, WHICH THE COLUMN MAP MAY THEN SELECT LIKE ANY OTHER:  *
      *    C - THE PARM1 AND PARM2 COLUMNS JOINED BY THE PARM3         *
      *        SEPARATOR (THE WORD SPACE FOR ONE SPACE, NONE WHEN      *
      *        OMITTED)                                                *
      *    S - PARM3 BYTES OF THE PARM1 COLUMN FROM POSITION PARM2 (TO *
      *        THE END OF THE VALUE WHEN THE LENGTH IS OMITTED)        *
      *    L - THE PARM1 LITERAL ON EVERY ROW                          *
      * LINES ARE APPLIED IN DATASET ORDER, SO A NEW COLUMN MAY BE     *
      * BUILT FROM AN EARLIER ONE AND A LATER COL LINE MAY REWORK IT. A*
      * LINE STARTING WITH * IS A COMMENT. WHEN THE DATASET IS ABSENT  *
      * VALUES ARE TAKEN AS RECEIVED, EXACTLY AS BEFORE TRANSFORMATIONS*
      * EXISTED. A FAULT IN THE DATASET STOPS THE RUN BEFORE ANY ROW IS*
      * READ - EVERY FAULT IS LISTED FIRST SO ONE CORRECTION CLEARS    *
      * THEM ALL.                                                      *
      ******************************************************************
         1850-LOAD-TRANSFORMS.

           SET WS-XFM-NOT-ACTIVE TO TRUE.
           SET WS-XFM-NOT-IN-ERROR TO TRUE.
           SET WS-XFM-NOT-EOF TO TRUE.
           MOVE 0 TO WS-XFM-COUNT.
           MOVE 0 TO WS-XFM-LINE-NO.
           INITIALIZE WS-XFM-TABLE.

           OPEN INPUT CSVXFM.

           IF WS-XFM-STATUS NOT = "00"
              DISPLAY "MAGIQCSV - NO TRANSFORMATION DATASET, VALUES "
                 "ARE TAKEN AS RECEIVED"
           ELSE
              PERFORM UNTIL WS-XFM-EOF
                 READ CSVXFM
                    AT END
                       SET WS-XFM-EOF TO TRUE
                 END-READ
                 IF WS-XFM-NOT-EOF
                    ADD 1 TO WS-XFM-LINE-NO
                    IF CSVXFM-REC NOT = SPACES
                       AND CSVXFM-REC(1:1) NOT = "*"
                       PERFORM 1855-PARSE-TRANSFORM-LINE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CSVXFM
              IF WS-XFM-IN-ERROR
                 DISPLAY "MAGIQCSV ERROR - TRANSFORMATION DATASET IS "
                    "NOT USABLE, RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-XFM-COUNT > 0
                 SET WS-XFM-ACTIVE TO TRUE
                 DISPLAY "MAGIQCSV - " WS-XFM-COUNT
                    " TRANSFORMATIONS LOADED"
              END-IF
           END-IF.

      ******************************************************************
      * 1855-PARSE-TRANSFORM-LINE CHECKS ONE TRANSFORMATION LINE AND   *
      * ADDS IT TO THE WS-XFM-TABLE. EACH FAULT IS DISPLAYED WITH ITS  *
      * LINE NUMBER AND MARKS THE DATASET IN ERROR; THE LOAD GOES ON SO*
      * THE REST OF THE DATASET IS CHECKED TOO.                        *
      ******************************************************************
         1855-PARSE-TRANSFORM-LINE.

           MOVE SPACES TO WS-XFM-LINE-KEYWORD
                          WS-XFM-LINE-NAME
                          WS-XFM-LINE-OP
                          WS-XFM-LINE-PARM1
                          WS-XFM-LINE-PARM2
                          WS-XFM-LINE-PARM3.

           UNSTRING CSVXFM-REC DELIMITED BY ","
              INTO WS-XFM-LINE-KEYWORD
                   WS-XFM-LINE-NAME
                   WS-XFM-LINE-OP
                   WS-XFM-LINE-PARM1
                   WS-XFM-LINE-PARM2
                   WS-XFM-LINE-PARM3
           END-UNSTRING.

           IF WS-XFM-COUNT >= WS-MAX-XFMS
              DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                 WS-XFM-LINE-NO " IS BEYOND THE LIMIT OF "
                 WS-MAX-XFMS " TRANSFORMATIONS"
              SET WS-XFM-IN-ERROR TO TRUE
           ELSE
              ADD 1 TO WS-XFM-COUNT
              MOVE WS-XFM-LINE-NAME TO WS-XFM-NAME(WS-XFM-COUNT)
              MOVE WS-XFM-LINE-OP(1:1) TO WS-XFM-OP(WS-XFM-COUNT)
              IF WS-XFM-LINE-OP(2:9) NOT = SPACES
                 MOVE "?" TO WS-XFM-OP(WS-XFM-COUNT)
              END-IF
              MOVE WS-XFM-LINE-PARM1 TO WS-XFM-PARM1(WS-XFM-COUNT)
              MOVE WS-XFM-LINE-PARM2 TO WS-XFM-PARM2(WS-XFM-COUNT)
              MOVE WS-XFM-LINE-PARM3 TO WS-XFM-PARM3(WS-XFM-COUNT)

              EVALUATE WS-XFM-LINE-KEYWORD
                 WHEN "COL"
                    MOVE "C" TO WS-XFM-KIND(WS-XFM-COUNT)
                 WHEN "NEW"
                    MOVE "N" TO WS-XFM-KIND(WS-XFM-COUNT)
                 WHEN OTHER
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": KEYWORD " WS-XFM-LINE-KEYWORD
                       " IS NOT COL OR NEW"
                    SET WS-XFM-IN-ERROR TO TRUE
              END-EVALUATE

              IF WS-XFM-LINE-NAME = SPACES
                 DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                    WS-XFM-LINE-NO ": NO COLUMN NAME"
                 SET WS-XFM-IN-ERROR TO TRUE
              END-IF

              IF WS-XFM-ON-COLUMN(WS-XFM-COUNT)
                 OR WS-XFM-DERIVED(WS-XFM-COUNT)
                 PERFORM 1856-CHECK-TRANSFORM-OP
              END-IF
           END-IF.

      ******************************************************************
      * 1856-CHECK-TRANSFORM-OP CHECKS THAT THE OPERATION OF THE       *
      * TRANSFORMATION JUST ADDED SUITS ITS KEYWORD AND HAS THE        *
      * PARAMETERS IT NEEDS, AND NAMES IT FOR THE RUN REPORT.          *
      ******************************************************************
         1856-CHECK-TRANSFORM-OP.

           EVALUATE TRUE
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "D"
                 MOVE "DATE" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
                 IF WS-XFM-LINE-PARM1 = SPACES
                    MOVE "YMD" TO WS-XFM-PARM1(WS-XFM-COUNT)
                 END-IF
                 IF WS-XFM-PARM1(WS-XFM-COUNT) NOT = "YMD"
                    AND WS-XFM-PARM1(WS-XFM-COUNT) NOT = "DMY"
                    AND WS-XFM-PARM1(WS-XFM-COUNT) NOT = "MDY"
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": DATE LAYOUT "
                       WS-XFM-LINE-PARM1(1:10)
                       " IS NOT YMD, DMY OR MDY"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "U"
                 MOVE "UPPER" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "T"
                 MOVE "TRIM" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "N"
                 MOVE "DIGITS" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "B"
                 MOVE "DEFAULT" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
                 IF WS-XFM-LINE-PARM1 = SPACES
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": NO DEFAULT VALUE GIVEN"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
              WHEN WS-XFM-ON-COLUMN(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "R"
                 MOVE "RECODE" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
                 IF WS-XFM-LINE-PARM1 = SPACES
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": NO CODE GIVEN TO RECODE"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
              WHEN WS-XFM-DERIVED(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "C"
                 MOVE "CONCAT" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
                 IF WS-XFM-LINE-PARM1 = SPACES
                    OR WS-XFM-LINE-PARM2 = SPACES
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": CONCATENATION NEEDS TWO "
                       "SOURCE COLUMNS"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
              WHEN WS-XFM-DERIVED(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "S"
                 MOVE "SUBSTRING" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
                 IF WS-XFM-LINE-PARM1 = SPACES
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": NO SOURCE COLUMN FOR THE "
                       "SUBSTRING"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
                 IF WS-XFM-LINE-PARM2 NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(WS-XFM-LINE-PARM2) = 0
                    AND FUNCTION NUMVAL(WS-XFM-LINE-PARM2) >= 1
                    AND FUNCTION NUMVAL(WS-XFM-LINE-PARM2) <= 300
                    COMPUTE WS-XFM-START(WS-XFM-COUNT)
                       = FUNCTION NUMVAL(WS-XFM-LINE-PARM2)
                 ELSE
                    DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                       WS-XFM-LINE-NO ": SUBSTRING START "
                       WS-XFM-LINE-PARM2(1:10)
                       " IS NOT A POSITION FROM 1 TO 300"
                    SET WS-XFM-IN-ERROR TO TRUE
                 END-IF
                 IF WS-XFM-LINE-PARM3 NOT = SPACES
                    IF FUNCTION TEST-NUMVAL(WS-XFM-LINE-PARM3) = 0
                       AND FUNCTION NUMVAL(WS-XFM-LINE-PARM3) >= 1
                       AND FUNCTION NUMVAL(WS-XFM-LINE-PARM3) <= 300
                       COMPUTE WS-XFM-LENGTH(WS-XFM-COUNT)
                          = FUNCTION NUMVAL(WS-XFM-LINE-PARM3)
                    ELSE
                       DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                          WS-XFM-LINE-NO ": SUBSTRING LENGTH "
                          WS-XFM-LINE-PARM3(1:10)
                          " IS NOT A LENGTH FROM 1 TO 300"
                       SET WS-XFM-IN-ERROR TO TRUE
                    END-IF
                 END-IF
              WHEN WS-XFM-DERIVED(WS-XFM-COUNT)
               AND WS-XFM-OP(WS-XFM-COUNT) = "L"
                 MOVE "LITERAL" TO WS-XFM-OP-WORD(WS-XFM-COUNT)
              WHEN OTHER
                 DISPLAY "MAGIQCSV ERROR - TRANSFORMATION LINE "
                    WS-XFM-LINE-NO ": OPERATION "
                    WS-XFM-LINE-OP " IS NOT VALID ON A "
                    WS-XFM-LINE-KEYWORD(1:3) " LINE"
                 SET WS-XFM-IN-ERROR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * 1860-RESOLVE-TRANSFORMS TIES EACH TRANSFORMATION TO THE HEADER *
      * IN DATASET ORDER. A COL LINE IS TIED TO THE COLUMN IT NAMES; A *
      * NEW LINE IS TIED TO THE COLUMNS IT IS BUILT FROM AND ITS OWN   *
      * NAME IS ADDED TO THE END OF THE HEADER, SO THE HEADER LINE AND *
      * EVERY LATER RESOLVER SEE IT AS ONE MORE COLUMN. A COLUMN THE   *
      * FILE DOES NOT CARRY IS WARNED AND LEFT ALONE - A MISSING SOURCE*
      * COUNTS AS BLANK - SO ONE DATASET CAN SERVE SEVERAL VENDOR      *
      * LAYOUTS THE WAY ONE RULES DATASET DOES. A DERIVED NAME ALREADY *
      * IN THE HEADER, OR ONE THAT FINDS NO ROOM, IS WARNED AND NOT    *
      * ADDED.                                                         *
      ******************************************************************
         1860-RESOLVE-TRANSFORMS.

           MOVE WS-HEADER-COLUMN-COUNT TO WS-XFM-SOURCE-COUNT.
           MOVE 0 TO WS-XFM-DERIVED-COUNT.

      *    THE LAST SOURCE NAME'S LENGTH CARRIES THE RECORD'S PAD
      *    SPACES; THEY ARE DROPPED SO A DERIVED NAME FOLLOWS IT
           IF WS-HEADER-COLUMN-COUNT > 0
              MOVE WS-HEADER-COLUMN-COUNT TO WS-XFM-COL
              PERFORM UNTIL WS-COLUMN-LEN(WS-XFM-COL) = 0
                    OR WS-COLUMN-NAME(WS-XFM-COL)
                       (WS-COLUMN-LEN(WS-XFM-COL):1) NOT = SPACE
                 SUBTRACT 1 FROM WS-COLUMN-LEN(WS-XFM-COL)
              END-PERFORM
           END-IF.

           PERFORM VARYING WS-XFM-IX FROM 1 BY 1
              UNTIL WS-XFM-IX > WS-XFM-COUNT

              MOVE 0 TO WS-XFM-COL-IX(WS-XFM-IX)
              MOVE 0 TO WS-XFM-SRC1-IX(WS-XFM-IX)
              MOVE 0 TO WS-XFM-SRC2-IX(WS-XFM-IX)

              IF WS-XFM-DERIVED(WS-XFM-IX)
                 IF WS-XFM-OP(WS-XFM-IX) = "C"
                    OR WS-XFM-OP(WS-XFM-IX) = "S"
                    MOVE WS-XFM-PARM1(WS-XFM-IX) TO WS-XFM-FIND-NAME
                    PERFORM 1865-FIND-XFM-COLUMN
                    MOVE WS-XFM-FOUND TO WS-XFM-SRC1-IX(WS-XFM-IX)
                 END-IF
                 IF WS-XFM-OP(WS-XFM-IX) = "C"
                    MOVE WS-XFM-PARM2(WS-XFM-IX) TO WS-XFM-FIND-NAME
                    PERFORM 1865-FIND-XFM-COLUMN
                    MOVE WS-XFM-FOUND TO WS-XFM-SRC2-IX(WS-XFM-IX)
                    IF WS-XFM-SRC2-IX(WS-XFM-IX) = 0
                       DISPLAY "MAGIQCSV WARNING - SOURCE COLUMN "
                          WS-XFM-PARM2(WS-XFM-IX) " OF DERIVED "
                          "COLUMN " WS-XFM-NAME(WS-XFM-IX)
                          " IS NOT IN THE HEADER, TAKEN AS BLANK"
                    END-IF
                 END-IF
                 IF WS-XFM-OP(WS-XFM-IX) NOT = "L"
                    AND WS-XFM-SRC1-IX(WS-XFM-IX) = 0
                    DISPLAY "MAGIQCSV WARNING - SOURCE COLUMN "
                       WS-XFM-PARM1(WS-XFM-IX) " OF DERIVED "
                       "COLUMN " WS-XFM-NAME(WS-XFM-IX)
                       " IS NOT IN THE HEADER, TAKEN AS BLANK"
                 END-IF
                 MOVE WS-XFM-NAME(WS-XFM-IX) TO WS-XFM-FIND-NAME
                 PERFORM 1865-FIND-XFM-COLUMN
                 EVALUATE TRUE
                    WHEN WS-XFM-FOUND > 0
                       DISPLAY "MAGIQCSV WARNING - DERIVED COLUMN "
                          WS-XFM-NAME(WS-XFM-IX)
                          " IS ALREADY IN THE HEADER, NOT ADDED"
                    WHEN WS-HEADER-COLUMN-COUNT >= WS-MAX-COLUMNS
                       DISPLAY "MAGIQCSV WARNING - NO ROOM FOR "
                          "DERIVED COLUMN " WS-XFM-NAME(WS-XFM-IX)
                          ", HEADER ALREADY HAS " WS-MAX-COLUMNS
                          " COLUMNS"
                    WHEN OTHER
                       ADD 1 TO WS-HEADER-COLUMN-COUNT
                       ADD 1 TO WS-XFM-DERIVED-COUNT
                       MOVE WS-HEADER-COLUMN-COUNT TO WS-XFM-COL
                       MOVE WS-XFM-COL TO WS-XFM-COL-IX(WS-XFM-IX)
                       MOVE WS-XFM-NAME(WS-XFM-IX)
                          TO WS-COLUMN-NAME(WS-XFM-COL)
                       MOVE 30 TO WS-COLUMN-LEN(WS-XFM-COL)
                       PERFORM UNTIL WS-COLUMN-LEN(WS-XFM-COL) = 0
                             OR WS-COLUMN-NAME(WS-XFM-COL)
                                (WS-COLUMN-LEN(WS-XFM-COL):1)
                                NOT = SPACE
                          SUBTRACT 1 FROM WS-COLUMN-LEN(WS-XFM-COL)
                       END-PERFORM
                 END-EVALUATE
              ELSE
                 MOVE WS-XFM-NAME(WS-XFM-IX) TO WS-XFM-FIND-NAME
                 PERFORM 1865-FIND-XFM-COLUMN
                 MOVE WS-XFM-FOUND TO WS-XFM-COL-IX(WS-XFM-IX)
                 IF WS-XFM-COL-IX(WS-XFM-IX) = 0
                    DISPLAY "MAGIQCSV WARNING - TRANSFORMED COLUMN "
                       WS-XFM-NAME(WS-XFM-IX)
                       " IS NOT IN THE HEADER, NOTHING TO TRANSFORM"
                 END-IF
              END-IF

           END-PERFORM.

           MOVE WS-HEADER-COLUMN-COUNT TO WS-COLUMN-COUNT.

           IF WS-XFM-DERIVED-COUNT > 0
              DISPLAY "MAGIQCSV - " WS-XFM-DERIVED-COUNT
                 " DERIVED COLUMNS ADDED AFTER THE "
                 WS-XFM-SOURCE-COUNT " SOURCE COLUMNS"
           END-IF.

      ******************************************************************
      * 1865-FIND-XFM-COLUMN LOOKS WS-XFM-FIND-NAME UP AMONG THE       *
      * HEADER NAMES KNOWN SO FAR - THE SOURCE COLUMNS AND THE DERIVED *
      * COLUMNS ADDED ABOVE THE CURRENT LINE - AND RETURNS ITS POSITION*
      * IN WS-XFM-FOUND, OR ZERO.                                      *
      ******************************************************************
         1865-FIND-XFM-COLUMN.

           MOVE 0 TO WS-XFM-FOUND.

           IF WS-XFM-FIND-NAME NOT = SPACES
              PERFORM VARYING WS-XFM-COL FROM 1 BY 1
                 UNTIL WS-XFM-COL > WS-HEADER-COLUMN-COUNT
                    OR WS-XFM-FOUND > 0
                 IF WS-COLUMN-NAME(WS-XFM-COL) = WS-XFM-FIND-NAME
                    MOVE WS-XFM-COL TO WS-XFM-FOUND
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * 1900-LOAD-RECORD-TYPES READS THE RECORD-TYPE DEFINITION        *
      * DATASET NAMED BY THE MAGIQCSV_RECORD_TYPES SWITCH. A FILE IT   *
      * DESCRIBES HAS NO HEADER ROW: EVERY LINE CARRIES A RECORD-TYPE  *
      * CODE IN COLUMN 1, AND EACH CODE HAS ITS OWN COLUMNS, RULES AND *
      * CLEANED OUTPUT. EACH DEFINITION LINE IS COMMA DELIMITED AND    *
      * STARTS WITH A KEYWORD -                                        *
      *    TYPE,CODE,OUTPUT-DATASET,KEY-COLUMN,PARENT-CODE,CHILDREN    *
      *    COLS,CODE,COLUMN-NAME,COLUMN-NAME,...                       *
      *    RULE,CODE,COLUMN,TYPE,REQUIRED,MAXLEN,EXTRA                 *
      * A TYPE WITH A PARENT IS ONLY ACCEPTED UNDER AN ACCEPTED RECORD *
      * OF THAT PARENT, WHICH MUST BE DEFINED ABOVE IT, AND CARRIES    *
      * THE PARENT'S KEY COLUMN ONTO ITS OUTPUT. CHILDREN Y MEANS A    *
      * RECORD OF THE TYPE IS REJECTED UNLESS A CHILD FOLLOWS IT. COLS *
      * NAMES EVERY FIELD OF THE RECORD, THE TYPE CODE INCLUDED, AND   *
      * MAY BE REPEATED TO CONTINUE A LONG LIST; A RULE LINE IS A      *
      * RULES DATASET LINE THAT APPLIES TO ITS TYPE ALONE. UP TO FOUR  *
      * TYPES ARE SUPPORTED. WITHOUT THE SWITCH THE FILE HAS ONE       *
      * LAYOUT AND A HEADER ROW EXACTLY AS BEFORE. WITH IT, A FAULT IN *
      * THE DATASET STOPS THE RUN BEFORE ANY ROW IS READ - EVERY FAULT *
      * IS LISTED FIRST SO ONE CORRECTION CLEARS THEM ALL.             *
      ******************************************************************
         1900-LOAD-RECORD-TYPES.

           SET WS-RECTYPE-NOT-ACTIVE TO TRUE.
           SET WS-RTD-NOT-IN-ERROR TO TRUE.
           MOVE 0 TO WS-RT-COUNT.
           MOVE 0 TO WS-RT-IX.
           INITIALIZE WS-RT-TABLE.
           MOVE SPACES TO WS-RT-OUTFILES.

           MOVE SPACES TO WS-RTD-FILENAME.
           DISPLAY "MAGIQCSV_RECORD_TYPES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RTD-FILENAME FROM ENVIRONMENT-VALUE.

           IF WS-RTD-FILENAME NOT = SPACES
              OPEN INPUT CSVRTD
              IF WS-RTD-STATUS NOT = "00"
                 DISPLAY "MAGIQCSV ERROR - RECORD-TYPE DATASET "
                    WS-RTD-FILENAME(1:40) " WILL NOT OPEN, STATUS = "
                    WS-RTD-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-RTD-NOT-EOF TO TRUE
              PERFORM UNTIL WS-RTD-EOF
                 READ CSVRTD
                    AT END
                       SET WS-RTD-EOF TO TRUE
                 END-READ
                 IF WS-RTD-NOT-EOF
                    AND CSVRTD-REC NOT = SPACES
                    PERFORM 1905-PARSE-RECTYPE-LINE
                 END-IF
              END-PERFORM
              CLOSE CSVRTD
              PERFORM 1910-CHECK-RECORD-TYPES
              IF WS-RTD-IN-ERROR
                 DISPLAY "MAGIQCSV ERROR - RECORD-TYPE DATASET "
                    WS-RTD-FILENAME(1:40) " IS NOT USABLE, RUN STOPPED"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 0 TO WS-RT-IX
              SET WS-RECTYPE-ACTIVE TO TRUE
              MOVE 0 TO WS-HEADER-ROWS
              DISPLAY "MAGIQCSV - RECORD-TYPE RUN, " WS-RT-COUNT
                 " TYPES FROM " WS-RTD-FILENAME(1:40)
           END-IF.

      ******************************************************************
      * 1905-PARSE-RECTYPE-LINE SPLITS OFF THE KEYWORD AND TYPE CODE   *
      * OF ONE DEFINITION LINE AND HANDS THE REST TO THE KEYWORD'S OWN *
      * LOADER. A COLS OR RULE LINE MUST FOLLOW ITS TYPE LINE; A RULE  *
      * LINE IS PARSED BY 1205-PARSE-RULE-LINE EXACTLY AS A RULES      *
      * DATASET LINE IS, AND TAGGED WITH ITS TYPE.                     *
      ******************************************************************
         1905-PARSE-RECTYPE-LINE.

           MOVE SPACES TO WS-RTD-KEYWORD.
           MOVE SPACES TO WS-RTD-CODE.
           MOVE 1 TO WS-RTD-PTR.
           UNSTRING CSVRTD-REC DELIMITED BY ","
              INTO WS-RTD-KEYWORD
                   WS-RTD-CODE
              WITH POINTER WS-RTD-PTR
           END-UNSTRING.

           PERFORM 1908-FIND-RECTYPE.
           MOVE WS-RT-FOUND TO WS-RT-IX.

           EVALUATE TRUE
              WHEN WS-RTD-KEYWORD = "TYPE"
                 PERFORM 1906-ADD-RECTYPE
              WHEN WS-RTD-KEYWORD NOT = "COLS"
               AND WS-RTD-KEYWORD NOT = "RULE"
                 DISPLAY "MAGIQCSV WARNING - RECORD-TYPE DATASET "
                    "KEYWORD " WS-RTD-KEYWORD " IS NOT TYPE, COLS "
                    "OR RULE, LINE IGNORED"
              WHEN WS-RT-IX = 0
                 DISPLAY "MAGIQCSV ERROR - " WS-RTD-KEYWORD
                    " LINE FOR RECORD TYPE " WS-RTD-CODE
                    " COMES BEFORE ANY TYPE LINE FOR IT"
                 SET WS-RTD-IN-ERROR TO TRUE
              WHEN WS-RTD-KEYWORD = "COLS"
                 PERFORM 1907-ADD-RECTYPE-COLUMNS
              WHEN WS-RULE-COUNT < WS-MAX-RULES
                 ADD 1 TO WS-RULE-COUNT
                 MOVE SPACES TO WS-RULE-LINE
                 IF WS-RTD-PTR <= 200
                    MOVE CSVRTD-REC(WS-RTD-PTR:) TO WS-RULE-LINE
                 END-IF
                 PERFORM 1205-PARSE-RULE-LINE
                 SET WS-RULES-ACTIVE TO TRUE
              WHEN OTHER
                 IF WS-RULES-NOT-OVERFLOWED
                    SET WS-RULES-OVERFLOWED TO TRUE
                    DISPLAY "MAGIQCSV WARNING - MORE THAN "
                       WS-MAX-RULES " RULES IN THE RECORD-TYPE "
                       "DATASET, EXTRA RULES ARE NOT ENFORCED"
                 END-IF
           END-EVALUATE.

         1906-ADD-RECTYPE.

           MOVE SPACES TO WS-RTD-WORD.
           MOVE SPACES TO WS-RTD-KEY-NAME.
           MOVE SPACES TO WS-RTD-PARENT-CODE.
           MOVE SPACES TO WS-RTD-KIDS.
           UNSTRING CSVRTD-REC DELIMITED BY ","
              INTO WS-RTD-WORD
                   WS-RTD-KEY-NAME
                   WS-RTD-PARENT-CODE
                   WS-RTD-KIDS
              WITH POINTER WS-RTD-PTR
           END-UNSTRING.

           EVALUATE TRUE
              WHEN WS-RTD-CODE = SPACES
                 DISPLAY "MAGIQCSV ERROR - TYPE LINE WITH NO RECORD "
                    "TYPE CODE"
                 SET WS-RTD-IN-ERROR TO TRUE
              WHEN WS-RT-IX > 0
                 DISPLAY "MAGIQCSV ERROR - RECORD TYPE " WS-RTD-CODE
                    " IS DEFINED TWICE"
                 SET WS-RTD-IN-ERROR TO TRUE
              WHEN WS-RT-COUNT >= WS-MAX-RECTYPES
                 DISPLAY "MAGIQCSV ERROR - MORE THAN "
                    WS-MAX-RECTYPES " RECORD TYPES, TYPE "
                    WS-RTD-CODE " NOT LOADED"
                 SET WS-RTD-IN-ERROR TO TRUE
              WHEN OTHER
                 ADD 1 TO WS-RT-COUNT
                 MOVE WS-RT-COUNT TO WS-RT-IX
                 MOVE WS-RTD-CODE TO WS-RT-CODE(WS-RT-IX)
                 MOVE WS-RTD-WORD TO WS-RT-OUTFILE(WS-RT-IX)
                 MOVE WS-RTD-KEY-NAME TO WS-RT-KEY-NAME(WS-RT-IX)
                 IF WS-RTD-KIDS = "Y"
                    MOVE "Y" TO WS-RT-KIDS-FLAG(WS-RT-IX)
                 ELSE
                    MOVE "N" TO WS-RT-KIDS-FLAG(WS-RT-IX)
                 END-IF
                 MOVE 0 TO WS-RT-PARENT(WS-RT-IX)
                 MOVE 1 TO WS-RT-DEPTH(WS-RT-IX)
                 IF WS-RTD-WORD = SPACES
                    DISPLAY "MAGIQCSV ERROR - RECORD TYPE "
                       WS-RTD-CODE " NAMES NO OUTPUT DATASET"
                    SET WS-RTD-IN-ERROR TO TRUE
                 END-IF
                 PERFORM VARYING WS-RT-CX FROM 1 BY 1
                    UNTIL WS-RT-CX >= WS-RT-IX
                    IF WS-RT-OUTFILE(WS-RT-CX) = WS-RTD-WORD
                       AND WS-RTD-WORD NOT = SPACES
                       DISPLAY "MAGIQCSV ERROR - RECORD TYPES "
                          WS-RT-CODE(WS-RT-CX) " AND " WS-RTD-CODE
                          " NAME THE SAME OUTPUT DATASET"
                       SET WS-RTD-IN-ERROR TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-RTD-PARENT-CODE NOT = SPACES
                    MOVE WS-RTD-PARENT-CODE TO WS-RTD-CODE
                    PERFORM 1908-FIND-RECTYPE
                    IF WS-RT-FOUND = 0 OR WS-RT-FOUND = WS-RT-IX
                       DISPLAY "MAGIQCSV ERROR - PARENT TYPE "
                          WS-RTD-PARENT-CODE " OF RECORD TYPE "
                          WS-RT-CODE(WS-RT-IX)
                          " IS NOT DEFINED ABOVE IT"
                       SET WS-RTD-IN-ERROR TO TRUE
                    ELSE
                       MOVE WS-RT-FOUND TO WS-RT-PARENT(WS-RT-IX)
                       COMPUTE WS-RT-DEPTH(WS-RT-IX)
                          = WS-RT-DEPTH(WS-RT-FOUND) + 1
                    END-IF
                 END-IF
           END-EVALUATE.

         1907-ADD-RECTYPE-COLUMNS.

           PERFORM UNTIL WS-RTD-PTR > 200
              IF CSVRTD-REC(WS-RTD-PTR:) = SPACES
                 MOVE 201 TO WS-RTD-PTR
              ELSE
                 MOVE SPACES TO WS-RTD-WORD
                 UNSTRING CSVRTD-REC DELIMITED BY ","
                    INTO WS-RTD-WORD
                    WITH POINTER WS-RTD-PTR
                 END-UNSTRING
                 EVALUATE TRUE
                    WHEN WS-RTD-WORD = SPACES
                       DISPLAY "MAGIQCSV ERROR - BLANK COLUMN NAME "
                          "IN THE COLS OF RECORD TYPE "
                          WS-RT-CODE(WS-RT-IX)
                       SET WS-RTD-IN-ERROR TO TRUE
                    WHEN WS-RT-COL-COUNT(WS-RT-IX) >= WS-MAX-COLUMNS
                       DISPLAY "MAGIQCSV ERROR - RECORD TYPE "
                          WS-RT-CODE(WS-RT-IX) " HAS MORE THAN "
                          WS-MAX-COLUMNS " COLUMNS"
                       SET WS-RTD-IN-ERROR TO TRUE
                       MOVE 201 TO WS-RTD-PTR
                    WHEN OTHER
                       ADD 1 TO WS-RT-COL-COUNT(WS-RT-IX)
                       MOVE WS-RT-COL-COUNT(WS-RT-IX) TO WS-RT-COL
                       MOVE WS-RTD-WORD
                          TO WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                 END-EVALUATE
              END-IF
           END-PERFORM.

         1908-FIND-RECTYPE.

           MOVE 0 TO WS-RT-FOUND.
           PERFORM VARYING WS-RT-CX FROM 1 BY 1
              UNTIL WS-RT-CX > WS-RT-COUNT
              IF WS-RT-CODE(WS-RT-CX) = WS-RTD-CODE
                 MOVE WS-RT-CX TO WS-RT-FOUND
              END-IF
           END-PERFORM.

      ******************************************************************
      * 1910-CHECK-RECORD-TYPES FINISHES THE LOAD ONCE EVERY LINE IS   *
      * IN: EACH TYPE MUST HAVE COLUMNS, ITS KEY COLUMN (IF ANY) MUST  *
      * BE ONE OF THEM, AND A TYPE THAT IS SOMEONE'S PARENT MUST HAVE  *
      * A KEY TO CARRY. EACH TYPE'S RULES ARE TIED TO ITS OWN COLUMN   *
      * POSITIONS HERE, SINCE THERE IS NO HEADER ROW TO RESOLVE THEM   *
      * AGAINST AS 1210-RESOLVE-RULE-COLUMNS DOES.                     *
      ******************************************************************
         1910-CHECK-RECORD-TYPES.

           IF WS-RT-COUNT = 0
              DISPLAY "MAGIQCSV ERROR - RECORD-TYPE DATASET DEFINES "
                 "NO RECORD TYPES"
              SET WS-RTD-IN-ERROR TO TRUE
           END-IF.

           PERFORM VARYING WS-RT-IX FROM 1 BY 1
              UNTIL WS-RT-IX > WS-RT-COUNT

              IF WS-RT-COL-COUNT(WS-RT-IX) = 0
                 DISPLAY "MAGIQCSV ERROR - RECORD TYPE "
                    WS-RT-CODE(WS-RT-IX) " HAS NO COLS LINE"
                 SET WS-RTD-IN-ERROR TO TRUE
              END-IF

              MOVE 0 TO WS-RT-KEY-COL(WS-RT-IX)
              IF WS-RT-KEY-NAME(WS-RT-IX) NOT = SPACES
                 PERFORM VARYING WS-RT-COL FROM 1 BY 1
                    UNTIL WS-RT-COL > WS-RT-COL-COUNT(WS-RT-IX)
                    IF WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                       = WS-RT-KEY-NAME(WS-RT-IX)
                       MOVE WS-RT-COL TO WS-RT-KEY-COL(WS-RT-IX)
                    END-IF
                 END-PERFORM
                 IF WS-RT-KEY-COL(WS-RT-IX) = 0
                    DISPLAY "MAGIQCSV ERROR - KEY COLUMN "
                       WS-RT-KEY-NAME(WS-RT-IX) " OF RECORD TYPE "
                       WS-RT-CODE(WS-RT-IX) " IS NOT IN ITS COLS"
                    SET WS-RTD-IN-ERROR TO TRUE
                 END-IF
              END-IF

              MOVE WS-RT-PARENT(WS-RT-IX) TO WS-RT-PX
              IF WS-RT-PX > 0
                 IF WS-RT-KEY-NAME(WS-RT-PX) = SPACES
                    DISPLAY "MAGIQCSV ERROR - RECORD TYPE "
                       WS-RT-CODE(WS-RT-PX) " IS THE PARENT OF "
                       WS-RT-CODE(WS-RT-IX)
                       " BUT NAMES NO KEY COLUMN"
                    SET WS-RTD-IN-ERROR TO TRUE
                 END-IF
              END-IF

              PERFORM 1915-RESOLVE-RECTYPE-RULES

           END-PERFORM.

         1915-RESOLVE-RECTYPE-RULES.

           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
              UNTIL WS-RULE-IX > WS-RULE-COUNT
              IF WS-RULE-RTYPE(WS-RULE-IX) = WS-RT-IX
                 MOVE 0 TO WS-RULE-COL-IX(WS-RULE-IX)
                 PERFORM VARYING WS-RT-COL FROM 1 BY 1
                    UNTIL WS-RT-COL > WS-RT-COL-COUNT(WS-RT-IX)
                    IF WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                       = WS-RULE-NAME(WS-RULE-IX)
                       MOVE WS-RT-COL TO WS-RULE-COL-IX(WS-RULE-IX)
                    END-IF
                 END-PERFORM
                 IF WS-RULE-COL-IX(WS-RULE-IX) = 0
                    DISPLAY "MAGIQCSV WARNING - RULE COLUMN "
                       WS-RULE-NAME(WS-RULE-IX)
                       " IS NOT IN RECORD TYPE " WS-RT-CODE(WS-RT-IX)
                       ", RULE IGNORED"
                 END-IF
              END-IF
           END-PERFORM.

      ******************************************************************
      * 1920-START-RECORD-TYPES TAKES THE PLACE OF THE HEADER ROW ON A *
      * RECORD-TYPE RUN. IT TIES EACH MASKED COLUMN TO ITS POSITION IN *
      * EVERY TYPE THAT CARRIES IT, THEN OPENS EACH TYPE'S OUTPUT AND  *
      * WRITES IT A HEADER ROW BUILT FROM THE TYPE'S COLUMN NAMES -    *
      * PLUS ITS REFERENCE DESCRIPTION, PARENT KEY AND SOURCE-FILE     *
      * COLUMNS - THROUGH THE SAME 2060-BUILD-LINE THE DATA ROWS USE.  *
      * THE GENERATED HEADERS ARE NOT COUNTED AS RECORDS WRITTEN.      *
      ******************************************************************
         1920-START-RECORD-TYPES.

           IF WS-MASK-ACTIVE
              PERFORM 1925-RESOLVE-RECTYPE-MASKS
           END-IF.

           PERFORM VARYING WS-RT-IX FROM 1 BY 1
              UNTIL WS-RT-IX > WS-RT-COUNT
              MOVE WS-RT-IX TO WS-RT-OUT-IX
              PERFORM 1921-OPEN-RECTYPE-FILE
              INITIALIZE WS-COLUMNS
              MOVE WS-RT-COL-COUNT(WS-RT-IX) TO WS-COLUMN-COUNT
              PERFORM VARYING WS-RT-COL FROM 1 BY 1
                 UNTIL WS-RT-COL > WS-COLUMN-COUNT
                 MOVE WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                    TO WS-COLUMN-NAME(WS-RT-COL)
                 MOVE WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                    TO WS-FIELD-TEXT
                 MOVE 30 TO WS-FIELD-LEN
                 PERFORM UNTIL WS-FIELD-LEN = 0
                       OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                    SUBTRACT 1 FROM WS-FIELD-LEN
                 END-PERFORM
                 MOVE WS-FIELD-LEN TO WS-COLUMN-LEN(WS-RT-COL)
              END-PERFORM
              PERFORM 1930-SET-RECORD-TYPE
              PERFORM 2060-BUILD-LINE
              MOVE WS-LINE TO WS-RT-OUT-LINE
              PERFORM 2170-WRITE-RECTYPE-FILE
              DISPLAY "MAGIQCSV - RECORD TYPE " WS-RT-CODE(WS-RT-IX)
                 " WRITES " WS-RT-OUTFILE(WS-RT-IX)(1:40)
           END-PERFORM.

           MOVE 0 TO WS-RT-IX.

         1921-OPEN-RECTYPE-FILE.

           EVALUATE WS-RT-OUT-IX
              WHEN 1
                 OPEN OUTPUT CSVTY1
              WHEN 2
                 OPEN OUTPUT CSVTY2
              WHEN 3
                 OPEN OUTPUT CSVTY3
              WHEN OTHER
                 OPEN OUTPUT CSVTY4
           END-EVALUATE.

           IF WS-RTO-STATUS NOT = "00"
              DISPLAY "MAGIQCSV ERROR - OUTPUT "
                 WS-RT-OUTFILE(WS-RT-OUT-IX)(1:40)
                 " FOR RECORD TYPE " WS-RT-CODE(WS-RT-OUT-IX)
                 " WILL NOT OPEN, STATUS = " WS-RTO-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

         1925-RESOLVE-RECTYPE-MASKS.

           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
              UNTIL WS-MASK-IX > WS-MASK-COUNT

              MOVE 0 TO WS-RT-FOUND
              PERFORM VARYING WS-RT-IX FROM 1 BY 1
                 UNTIL WS-RT-IX > WS-RT-COUNT
                 MOVE 0 TO WS-MASK-RT-COL(WS-MASK-IX, WS-RT-IX)
                 PERFORM VARYING WS-RT-COL FROM 1 BY 1
                    UNTIL WS-RT-COL > WS-RT-COL-COUNT(WS-RT-IX)
                    IF WS-RT-COL-NAME(WS-RT-IX, WS-RT-COL)
                       = WS-MASK-NAME(WS-MASK-IX)
                       MOVE WS-RT-COL
                          TO WS-MASK-RT-COL(WS-MASK-IX, WS-RT-IX)
                       MOVE WS-RT-IX TO WS-RT-FOUND
                    END-IF
                 END-PERFORM
              END-PERFORM

              IF WS-RT-FOUND = 0
                 DISPLAY "MAGIQCSV WARNING - MASKED COLUMN "
                    WS-MASK-NAME(WS-MASK-IX)
                    " IS IN NO RECORD TYPE, NOTHING TO MASK"
              END-IF

           END-PERFORM.

      ******************************************************************
      * 1930-SET-RECORD-TYPE MAKES WS-RT-IX THE CURRENT RECORD TYPE:   *
      * ITS COLUMN COUNT BECOMES THE FIELD COUNT EVERY ROW IS CHECKED  *
      * AGAINST, ITS COLUMN POSITIONS ARE SWAPPED INTO THE MASKING     *
      * TABLE, AND ITS OUTPUT COLUMNS ARE SET UP FOR THE LINE BUILDER. *
      ******************************************************************
         1930-SET-RECORD-TYPE.

           MOVE WS-RT-COL-COUNT(WS-RT-IX) TO WS-HEADER-COLUMN-COUNT.

           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
              UNTIL WS-MASK-IX > WS-MASK-COUNT
              MOVE WS-MASK-RT-COL(WS-MASK-IX, WS-RT-IX)
                 TO WS-MASK-COL-IX(WS-MASK-IX)
           END-PERFORM.

           PERFORM 1500-SET-OUTPUT-COLUMNS.
           MOVE WS-RT-IX TO WS-RT-LAST-IX.

         2000-MAIN.

           SET WS-ROW-NOT-MASKED TO TRUE.
           MOVE 0 TO WS-RT-IX.
           PERFORM 2040-VALIDATE-ROW.
           SET WS-ROW-NOT-TRAILER TO TRUE.

           IF WS-ROW-ACCEPTED
              PERFORM 2050-SPLIT-RECORD
      *       RECYCLED ROWS ARE OUTSIDE THE SENDER'S TRAILER, SO THEY
      *       NEITHER MATCH THE TAG NOR FEED THE INPUT HASH
              IF WS-TRAILER-EXPECTED
                 AND WS-NOT-IN-RECYCLE-PHASE
                 PERFORM 2085-CHECK-TRAILER-TAG
              END-IF
              IF WS-ROW-NOT-TRAILER
                 IF WS-RECTYPE-ACTIVE
                    PERFORM 2100-IDENTIFY-RECORD-TYPE
                 END-IF
                 IF WS-COLUMNS-OVERFLOWED
                    SET WS-ROW-REJECTED TO TRUE
                    SET WS-REASON-TOO-MANY-COLS TO TRUE
                 ELSE
                    IF WS-COLUMN-COUNT + WS-XFM-DERIVED-COUNT
                       NOT = WS-HEADER-COLUMN-COUNT
                       SET WS-ROW-REJECTED TO TRUE
                       SET WS-REASON-BAD-FLDCNT TO TRUE
                    END-IF
                 END-IF
                 IF WS-RECTYPE-ACTIVE
                    PERFORM 2110-CHECK-PARENT
                 END-IF
                 IF WS-ROW-ACCEPTED AND WS-HASH-COL-IX > 0
                    AND WS-NOT-IN-RECYCLE-PHASE
                    PERFORM 2086-ADD-TO-INPUT-HASH
                 END-IF
              ELSE
                 ADD 1 TO WS-RECS-CONTROL
              END-IF
           END-IF.

           IF WS-ROW-NOT-TRAILER
              IF WS-TRAILER-SEEN AND WS-NOT-IN-RECYCLE-PHASE
                 SET WS-TRAILER-MISPLACED TO TRUE
              END-IF
      *       VALUES ARE STANDARDIZED AND DERIVED COLUMNS BUILT
      *       BEFORE ANYTHING JUDGES THE ROW, SO THE RULES, SELECTION,
      *       KEYS AND OUTPUT ALL SEE THE SAME VALUES
              IF WS-ROW-ACCEPTED AND WS-XFM-ACTIVE
                 PERFORM 2030-TRANSFORM-ROW
              END-IF
              IF WS-ROW-ACCEPTED AND WS-RULES-ACTIVE
                 PERFORM 2045-APPLY-RULES
              END-IF
              IF WS-ROW-REJECTED
                 PERFORM 2080-WRITE-REJECT
                 ADD 1 TO WS-RECS-REJECTED
                 IF WS-IN-RECYCLE-PHASE
                    ADD 1 TO WS-RECS-RECYCLED-REREJ
                 END-IF
                 IF WS-RT-IX > 0
                    ADD 1 TO WS-RT-REJECTED(WS-RT-IX)
                 END-IF
                 PERFORM 2500-CHECK-REJECT-LIMITS
                 IF WS-THRESHOLD-EXCEEDED
                    PERFORM 9900-THRESHOLD-ABORT
                 END-IF
              ELSE
                 SET WS-ROW-NOT-FILTERED TO TRUE
                 IF WS-SEL-ACTIVE
                    PERFORM 2075-APPLY-SELECTION
                 END-IF
                 IF WS-ROW-FILTERED
                    ADD 1 TO WS-RECS-FILTERED
                 ELSE
                    SET WS-ROW-NOT-DUPLICATE TO TRUE
                    IF WS-DUPCHECK-ACTIVE
                       PERFORM 2055-CHECK-DUPLICATE
                    END-IF
                    IF WS-ROW-DUPLICATE
                       PERFORM 2056-WRITE-DUPLICATE
                       ADD 1 TO WS-RECS-DUPLICATE
                    ELSE
      *                THE MASK GOES ON AFTER THE RULES, SELECTION AND
      *                DUPLICATE CHECK HAVE SEEN THE REAL VALUES, AND
      *                BEFORE THE LINE IS BUILT, SO CSVOUT AND CSVMST
      *                BOTH CARRY THE MASKED ROW
                       IF WS-MASK-ACTIVE
                          PERFORM 2057-MASK-ROW
                       END-IF
                       PERFORM 2060-BUILD-LINE
                       SET WS-MASTER-NOT-DIVERTED TO TRUE
                       IF WS-MASTER-ACTIVE
                          PERFORM 2070-LOAD-MASTER
                       END-IF
                       IF WS-MASTER-DIVERTED
                          SET WS-REASON-DUP-KEY TO TRUE
                          PERFORM 2080-WRITE-REJECT
                          ADD 1 TO WS-RECS-REJECTED
                          IF WS-IN-RECYCLE-PHASE
                             ADD 1 TO WS-RECS-RECYCLED-REREJ
                          END-IF
                          PERFORM 2500-CHECK-REJECT-LIMITS
                          IF WS-THRESHOLD-EXCEEDED
                             PERFORM 9900-THRESHOLD-ABORT
                          END-IF
                       ELSE
                          IF WS-RECTYPE-ACTIVE
                             PERFORM 2130-WRITE-TYPED-ROW
                          ELSE
                             WRITE CSVOUT-REC FROM WS-LINE
                             ADD 1 TO WS-RECS-WRITTEN
                             IF WS-IN-RECYCLE-PHASE
                                ADD 1 TO WS-RECS-RECYCLED-ACCEPT
                             END-IF
                          END-IF
                          IF WS-TRAILER-EXPECTED
                             AND WS-HASH-COL-IX > 0
                             PERFORM 2087-ADD-TO-OUTPUT-HASH
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO WS-DATA-ROWS-DONE.

           DIVIDE WS-DATA-ROWS-DONE BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM.

           IF WS-CKPT-REM = 0
              PERFORM 1070-WRITE-CHECKPOINT
           END-IF.

           PERFORM 1100-READ-CSVIN.

      ******************************************************************
      * 1070-WRITE-CHECKPOINT PERSISTS HOW MANY DATA ROWS HAVE BEEN    *
      * PROCESSED SO FAR TO THE CHECKPOINT DATASET. THE FILE IS        *
      * CLOSED IMMEDIATELY SO THE CHECKPOINT IS ON DISK BEFORE THE     *
      * RUN CONTINUES, IN CASE OF AN ABEND ON A LATER ROW.             *
      ******************************************************************
         1070-WRITE-CHECKPOINT.

           MOVE WS-DATA-ROWS-DONE TO CSVCKPT-ROWS-DONE.
      *    A RECORD-TYPE RUN CANNOT RESUME MID-FILE, SO IT RECORDS NO
      *    PROGRESS A LATER RUN COULD MISTAKE FOR A RESTART POINT
           IF WS-RECTYPE-ACTIVE
              MOVE 0 TO CSVCKPT-ROWS-DONE
           END-IF.
           MOVE WS-RECS-WRITTEN TO CSVCKPT-RECS-WRITTEN.
           MOVE WS-RECS-REJECTED TO CSVCKPT-RECS-REJECTED.
           MOVE WS-RECS-DUPLICATE TO CSVCKPT-RECS-DUPLICATE.
      *    NO RECYCLE MEANS NO PARKING THIS RUN: THE BASE IS LEFT
      *    SPACE FILLED SO A RESTART KNOWS NOT TO REWIND THE DATASET
           IF WS-RECYCLE-ACTIVE OR WS-IN-RECYCLE-PHASE
              MOVE WS-PARK-BASE-COUNT TO CSVCKPT-PARK-BASE
           ELSE
              MOVE SPACES TO CSVCKPT-PARK-BASE
           END-IF.

           OPEN OUTPUT CSVCKPT.
           IF WS-CKPT-STATUS NOT = "00"
              DISPLAY "MAGIQCSV WARNING - CHECKPOINT OPEN FAILED, "
                 "STATUS = " WS-CKPT-STATUS
           ELSE
              WRITE CSVCKPT-REC
              IF WS-CKPT-STATUS NOT = "00"
                 DISPLAY "MAGIQCSV WARNING - CHECKPOINT WRITE "
                    "FAILED, STATUS = " WS-CKPT-STATUS
              END-IF
              CLOSE CSVCKPT
           END-IF.

      ******************************************************************
      * 2030-TRANSFORM-ROW APPLIES THE TRANSFORMATION DATASET TO THE   *
      * CURRENT ROW'S WS-COLUMNS VALUES IN DATASET ORDER. THE DERIVED  *
      * COLUMNS ARE OPENED UP AFTER THE SOURCE COLUMNS FIRST - THE LAST*
      * SOURCE VALUE'S PAD SPACES ARE DROPPED SO IT DOES NOT RUN INTO  *
      * THEM - AND EACH IS FILLED WHEN ITS NEW LINE IS REACHED.        *
      ******************************************************************
         2030-TRANSFORM-ROW.

           IF WS-XFM-DERIVED-COUNT > 0
              MOVE WS-XFM-SOURCE-COUNT TO WS-XFM-COL
              PERFORM UNTIL WS-COLUMN-LEN(WS-XFM-COL) = 0
                    OR WS-COLUMN-VALUE(WS-XFM-COL)
                       (WS-COLUMN-LEN(WS-XFM-COL):1) NOT = SPACE
                 SUBTRACT 1 FROM WS-COLUMN-LEN(WS-XFM-COL)
              END-PERFORM
              MOVE WS-HEADER-COLUMN-COUNT TO WS-COLUMN-COUNT
           END-IF.

           PERFORM VARYING WS-XFM-IX FROM 1 BY 1
              UNTIL WS-XFM-IX > WS-XFM-COUNT
              IF WS-XFM-COL-IX(WS-XFM-IX) > 0
                 PERFORM 2031-TRANSFORM-ONE-VALUE
              END-IF
           END-PERFORM.

      ******************************************************************
      * 2031-TRANSFORM-ONE-VALUE APPLIES TRANSFORMATION WS-XFM-IX TO   *
      * ITS COLUMN (SEE 1850-LOAD-TRANSFORMS FOR THE OPERATIONS). THE  *
      * VALUE IS WORKED ON IN WS-FIELD-TEXT AND ONLY PUT BACK WHEN IT  *
      * CAME OUT DIFFERENT, WHICH IS WHAT THE ENTRY'S CHANGED COUNT    *
      * RECORDS - FOR A DERIVED COLUMN, EVERY ROW THAT GOT A VALUE. A  *
      * VALUE AN OPERATION CANNOT MAKE SENSE OF, SUCH AS A DATE NOT IN *
      * THE STATED LAYOUT, IS LEFT AS RECEIVED FOR THE RULES TO JUDGE. *
      ******************************************************************
         2031-TRANSFORM-ONE-VALUE.

           MOVE WS-XFM-COL-IX(WS-XFM-IX) TO WS-XFM-COL.
           MOVE WS-COLUMN-VALUE(WS-XFM-COL) TO WS-FIELD-TEXT.
           MOVE WS-COLUMN-LEN(WS-XFM-COL) TO WS-FIELD-LEN.
           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.
           MOVE WS-FIELD-TEXT TO WS-XFM-BEFORE.

           EVALUATE WS-XFM-OP(WS-XFM-IX)

              WHEN "D"
                 IF WS-FIELD-LEN > 0
                    PERFORM 2032-REFORMAT-DATE
                 END-IF

              WHEN "U"
                 INSPECT WS-FIELD-TEXT
                    CONVERTING "abcdefghijklmnopqrstuvwxyz"
                            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

              WHEN "T"
                 MOVE SPACES TO WS-XFM-WORK
                 MOVE 0 TO WS-XFM-WORK-LEN
                 PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                    UNTIL WS-COUNTER1 > WS-FIELD-LEN
                    IF WS-FIELD-TEXT(WS-COUNTER1:1) NOT = SPACE
                       ADD 1 TO WS-XFM-WORK-LEN
                       MOVE WS-FIELD-TEXT(WS-COUNTER1:1)
                          TO WS-XFM-WORK(WS-XFM-WORK-LEN:1)
                    ELSE
                       IF WS-XFM-WORK-LEN > 0
                          IF WS-XFM-WORK(WS-XFM-WORK-LEN:1)
                             NOT = SPACE
                             ADD 1 TO WS-XFM-WORK-LEN
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-XFM-WORK-LEN > 0
                    IF WS-XFM-WORK(WS-XFM-WORK-LEN:1) = SPACE
                       SUBTRACT 1 FROM WS-XFM-WORK-LEN
                    END-IF
                 END-IF
                 MOVE WS-XFM-WORK TO WS-FIELD-TEXT
                 MOVE WS-XFM-WORK-LEN TO WS-FIELD-LEN

              WHEN "N"
                 MOVE SPACES TO WS-XFM-WORK
                 MOVE 0 TO WS-XFM-WORK-LEN
                 PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                    UNTIL WS-COUNTER1 > WS-FIELD-LEN
                    IF WS-FIELD-TEXT(WS-COUNTER1:1) >= "0"
                       AND WS-FIELD-TEXT(WS-COUNTER1:1) <= "9"
                       ADD 1 TO WS-XFM-WORK-LEN
                       MOVE WS-FIELD-TEXT(WS-COUNTER1:1)
                          TO WS-XFM-WORK(WS-XFM-WORK-LEN:1)
                    END-IF
                 END-PERFORM
                 MOVE WS-XFM-WORK TO WS-FIELD-TEXT
                 MOVE WS-XFM-WORK-LEN TO WS-FIELD-LEN

              WHEN "B"
                 IF WS-FIELD-LEN = 0
                    MOVE WS-XFM-PARM1(WS-XFM-IX) TO WS-FIELD-TEXT
                    MOVE 30 TO WS-FIELD-LEN
                 END-IF

              WHEN "R"
                 IF WS-FIELD-LEN > 0
                    AND WS-FIELD-TEXT = WS-XFM-PARM1(WS-XFM-IX)
                    MOVE WS-XFM-PARM2(WS-XFM-IX) TO WS-FIELD-TEXT
                    MOVE 30 TO WS-FIELD-LEN
                 END-IF

              WHEN "C"
                 MOVE SPACES TO WS-XFM-WORK
                 MOVE 0 TO WS-XFM-WORK-LEN
                 MOVE WS-XFM-SRC1-IX(WS-XFM-IX) TO WS-XFM-FOUND
                 PERFORM 2033-LOAD-XFM-PART
                 PERFORM 2034-APPEND-XFM-PART
                 MOVE WS-XFM-SRC2-IX(WS-XFM-IX) TO WS-XFM-FOUND
                 PERFORM 2033-LOAD-XFM-PART
      *          THE SEPARATOR ONLY GOES BETWEEN TWO VALUES, SO A
      *          MISSING PART LEAVES NO STRAY SEPARATOR BEHIND
                 IF WS-XFM-WORK-LEN > 0
                    AND WS-XFM-PART-LEN > 0
                    AND WS-XFM-PARM3(WS-XFM-IX) NOT = SPACES
                    IF WS-XFM-PARM3(WS-XFM-IX) = "SPACE"
                       IF WS-XFM-WORK-LEN < 300
                          ADD 1 TO WS-XFM-WORK-LEN
                       END-IF
                    ELSE
                       MOVE 30 TO WS-XFM-SEP-LEN
                       PERFORM UNTIL WS-XFM-SEP-LEN = 0
                             OR WS-XFM-PARM3(WS-XFM-IX)
                                (WS-XFM-SEP-LEN:1) NOT = SPACE
                          SUBTRACT 1 FROM WS-XFM-SEP-LEN
                       END-PERFORM
                       PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                          UNTIL WS-COUNTER1 > WS-XFM-SEP-LEN
                             OR WS-XFM-WORK-LEN >= 300
                          ADD 1 TO WS-XFM-WORK-LEN
                          MOVE WS-XFM-PARM3(WS-XFM-IX)(WS-COUNTER1:1)
                             TO WS-XFM-WORK(WS-XFM-WORK-LEN:1)
                       END-PERFORM
                    END-IF
                 END-IF
                 PERFORM 2034-APPEND-XFM-PART
                 MOVE WS-XFM-WORK TO WS-FIELD-TEXT
                 MOVE WS-XFM-WORK-LEN TO WS-FIELD-LEN

              WHEN "S"
                 MOVE WS-XFM-SRC1-IX(WS-XFM-IX) TO WS-XFM-FOUND
                 PERFORM 2033-LOAD-XFM-PART
                 MOVE SPACES TO WS-FIELD-TEXT
                 MOVE 0 TO WS-FIELD-LEN
                 IF WS-XFM-START(WS-XFM-IX) <= WS-XFM-PART-LEN
                    IF WS-XFM-LENGTH(WS-XFM-IX) = 0
                       MOVE WS-XFM-PART-LEN TO WS-XFM-END
                    ELSE
                       COMPUTE WS-XFM-END = WS-XFM-START(WS-XFM-IX)
                          + WS-XFM-LENGTH(WS-XFM-IX) - 1
                       IF WS-XFM-END > WS-XFM-PART-LEN
                          MOVE WS-XFM-PART-LEN TO WS-XFM-END
                       END-IF
                    END-IF
                    COMPUTE WS-FIELD-LEN
                       = WS-XFM-END - WS-XFM-START(WS-XFM-IX) + 1
                    MOVE WS-XFM-PART
                       (WS-XFM-START(WS-XFM-IX):WS-FIELD-LEN)
                       TO WS-FIELD-TEXT
                 END-IF

              WHEN "L"
                 MOVE WS-XFM-PARM1(WS-XFM-IX) TO WS-FIELD-TEXT
                 MOVE 30 TO WS-FIELD-LEN

           END-EVALUATE.

           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.

           IF WS-FIELD-TEXT NOT = WS-XFM-BEFORE
              ADD 1 TO WS-XFM-CHANGED(WS-XFM-IX)
              MOVE WS-FIELD-TEXT TO WS-COLUMN-VALUE(WS-XFM-COL)
              MOVE WS-FIELD-LEN TO WS-COLUMN-LEN(WS-XFM-COL)
           END-IF.

      ******************************************************************
      * 2032-REFORMAT-DATE RESTATES THE DATE IN WS-FIELD-TEXT AS       *
      * CCYYMMDD. THE VALUE IS EITHER EIGHT DIGITS LAID OUT PER THE    *
      * TRANSFORMATION'S YMD/DMY/MDY CODE, WHICH 2077-NORMALIZE-DATE   *
      * REORDERS, OR THREE PARTS SEPARATED BY / - OR . IN THAT ORDER,  *
      * WITH A FOUR-DIGIT YEAR AND A ONE OR TWO-DIGIT MONTH AND DAY.   *
      * THE MONTH AND DAY RANGES ARE CHECKED AS 2048-CHECK-DATE CHECKS *
      * THEM, AND A YEAR BEFORE WS-XFM-MIN-YEAR IS REFUSED; ANYTHING   *
      * ELSE IS LEFT AS RECEIVED. UNDER DMY OR MDY AN EIGHT-DIGIT      *
      * VALUE THAT IS ALREADY A SOUND CCYYMMDD IS LEFT ALONE BEFORE    *
      * ANY REORDERING IS TRIED - A COLUMN MAY MIX DDMMCCYY WITH       *
      * CCYYMMDD, AND A RECYCLED ROW MUST NOT BE TURNED TWICE. NO REAL *
      * DDMMCCYY OR MMDDCCYY DATE OF THE 1900S OR 2000S READS AS A     *
      * SOUND CCYYMMDD, SINCE ITS CENTURY WOULD SIT IN THE MONTH.      *
      ******************************************************************
         2032-REFORMAT-DATE.

           SET WS-XFM-DATE-NOT-OK TO TRUE.
           SET WS-XFM-DATE-NOT-STANDARD TO TRUE.
           INITIALIZE WS-XFM-DATE-PARTS.
           MOVE 0 TO WS-XFM-DPART-COUNT.

           UNSTRING WS-FIELD-TEXT(1:WS-FIELD-LEN)
              DELIMITED BY "/" OR "-" OR "."
              INTO WS-XFM-DPART-TEXT(1) COUNT IN WS-XFM-DPART-LEN(1)
                   WS-XFM-DPART-TEXT(2) COUNT IN WS-XFM-DPART-LEN(2)
                   WS-XFM-DPART-TEXT(3) COUNT IN WS-XFM-DPART-LEN(3)
              TALLYING IN WS-XFM-DPART-COUNT
              ON OVERFLOW
                 MOVE 0 TO WS-XFM-DPART-COUNT
           END-UNSTRING.

           EVALUATE WS-XFM-DPART-COUNT
              WHEN 1
                 IF WS-FIELD-LEN = 8
                    MOVE WS-FIELD-TEXT(1:8) TO WS-XFM-DATE
                    IF (WS-XFM-PARM1(WS-XFM-IX)(1:3) = "DMY"
                        OR WS-XFM-PARM1(WS-XFM-IX)(1:3) = "MDY")
                       AND WS-XFM-DATE IS NUMERIC
                       IF WS-XFM-DATE-CCYY-N >= WS-XFM-MIN-YEAR
                          AND WS-XFM-DATE-MM-N >= 1
                          AND WS-XFM-DATE-MM-N <= 12
                          AND WS-XFM-DATE-DD-N >= 1
                          AND WS-XFM-DATE-DD-N <= 31
                          SET WS-XFM-DATE-STANDARD TO TRUE
                       END-IF
                    END-IF
                    IF WS-XFM-DATE-NOT-STANDARD
                       MOVE WS-FIELD-TEXT(1:8) TO WS-SEL-DATE-IN
                       MOVE WS-XFM-PARM1(WS-XFM-IX)(1:3)
                          TO WS-SEL-FMT-WORK
                       PERFORM 2077-NORMALIZE-DATE
                       IF WS-SEL-DATE-OK
                          MOVE WS-SEL-DATE-NORM TO WS-XFM-DATE
                          SET WS-XFM-DATE-OK TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN 3
                 EVALUATE WS-XFM-PARM1(WS-XFM-IX)(1:3)
                    WHEN "DMY"
                       MOVE 1 TO WS-XFM-D-IX
                       MOVE 2 TO WS-XFM-M-IX
                       MOVE 3 TO WS-XFM-Y-IX
                    WHEN "MDY"
                       MOVE 1 TO WS-XFM-M-IX
                       MOVE 2 TO WS-XFM-D-IX
                       MOVE 3 TO WS-XFM-Y-IX
                    WHEN OTHER
                       MOVE 1 TO WS-XFM-Y-IX
                       MOVE 2 TO WS-XFM-M-IX
                       MOVE 3 TO WS-XFM-D-IX
                 END-EVALUATE
                 IF WS-XFM-DPART-LEN(WS-XFM-Y-IX) = 4
                    AND WS-XFM-DPART-LEN(WS-XFM-M-IX) >= 1
                    AND WS-XFM-DPART-LEN(WS-XFM-M-IX) <= 2
                    AND WS-XFM-DPART-LEN(WS-XFM-D-IX) >= 1
                    AND WS-XFM-DPART-LEN(WS-XFM-D-IX) <= 2
                    MOVE WS-XFM-DPART-TEXT(WS-XFM-Y-IX)(1:4)
                       TO WS-XFM-DATE-CCYY
                    IF WS-XFM-DPART-LEN(WS-XFM-M-IX) = 1
                       MOVE "0" TO WS-XFM-DATE-MM(1:1)
                       MOVE WS-XFM-DPART-TEXT(WS-XFM-M-IX)(1:1)
                          TO WS-XFM-DATE-MM(2:1)
                    ELSE
                       MOVE WS-XFM-DPART-TEXT(WS-XFM-M-IX)(1:2)
                          TO WS-XFM-DATE-MM
                    END-IF
                    IF WS-XFM-DPART-LEN(WS-XFM-D-IX) = 1
                       MOVE "0" TO WS-XFM-DATE-DD(1:1)
                       MOVE WS-XFM-DPART-TEXT(WS-XFM-D-IX)(1:1)
                          TO WS-XFM-DATE-DD(2:1)
                    ELSE
                       MOVE WS-XFM-DPART-TEXT(WS-XFM-D-IX)(1:2)
                          TO WS-XFM-DATE-DD
                    END-IF
                    SET WS-XFM-DATE-OK TO TRUE
                 END-IF
           END-EVALUATE.

           IF WS-XFM-DATE-OK
              IF WS-XFM-DATE IS NUMERIC
                 IF WS-XFM-DATE-MM-N >= 1 AND WS-XFM-DATE-MM-N <= 12
                    AND WS-XFM-DATE-DD-N >= 1
                    AND WS-XFM-DATE-DD-N <= 31
                    AND WS-XFM-DATE-CCYY-N >= WS-XFM-MIN-YEAR
                    MOVE SPACES TO WS-FIELD-TEXT
                    MOVE WS-XFM-DATE TO WS-FIELD-TEXT(1:8)
                    MOVE 8 TO WS-FIELD-LEN
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * 2033-LOAD-XFM-PART LOADS WS-XFM-PART/WS-XFM-PART-LEN WITH THE  *
      * VALUE OF COLUMN WS-XFM-FOUND, TRIMMED OF TRAILING SPACES -     *
      * EMPTY WHEN THE SOURCE COLUMN WAS NOT IN THE HEADER.            *
      ******************************************************************
         2033-LOAD-XFM-PART.

           MOVE SPACES TO WS-XFM-PART.
           MOVE 0 TO WS-XFM-PART-LEN.

           IF WS-XFM-FOUND > 0
              MOVE WS-COLUMN-VALUE(WS-XFM-FOUND) TO WS-XFM-PART
              MOVE WS-COLUMN-LEN(WS-XFM-FOUND) TO WS-XFM-PART-LEN
              PERFORM UNTIL WS-XFM-PART-LEN = 0
                    OR WS-XFM-PART(WS-XFM-PART-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-XFM-PART-LEN
              END-PERFORM
           END-IF.

      ******************************************************************
      * 2034-APPEND-XFM-PART ADDS WS-XFM-PART TO THE VALUE BEING BUILT *
      * IN WS-XFM-WORK, CAPPED AT THE 300 BYTE COLUMN WIDTH.           *
      ******************************************************************
         2034-APPEND-XFM-PART.

           PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
              UNTIL WS-COUNTER1 > WS-XFM-PART-LEN
                 OR WS-XFM-WORK-LEN >= 300
              ADD 1 TO WS-XFM-WORK-LEN
              MOVE WS-XFM-PART(WS-COUNTER1:1)
                 TO WS-XFM-WORK(WS-XFM-WORK-LEN:1)
           END-PERFORM.

      ******************************************************************
      * 2040-VALIDATE-ROW SCANS WS-INPUT-REC FOR THE CONDITIONS THAT   *
      * MARK A ROW AS MALFORMED - AN UNBALANCED QUOTE COUNT OR A BYTE  *
      * BELOW A SPACE (BINARY GARBAGE) - BEFORE THE ROW IS EVER SPLIT  *
      * OR BUILT, SO A BAD ROW NEVER REACHES THE CLEANED OUTPUT.       *
      ******************************************************************
         2040-VALIDATE-ROW.

           SET WS-ROW-ACCEPTED TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-QUOTE-COUNT.

           IF WS-ROW-TRUNCATED
              SET WS-ROW-REJECTED TO TRUE
              SET WS-REASON-ROW-TOO-LONG TO TRUE
           ELSE
              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > FUNCTION LENGTH(WS-INPUT-REC)

                 IF WS-INPUT-REC(WS-COUNTER1:1) = QUOTE
                    ADD 1 TO WS-QUOTE-COUNT
                 END-IF

                 IF WS-INPUT-REC(WS-COUNTER1:1) < SPACE
                    AND WS-INPUT-REC(WS-COUNTER1:1)
                       NOT = WS-INPUT-DELIM-CHAR
                    SET WS-ROW-REJECTED TO TRUE
                    SET WS-REASON-BAD-BYTE TO TRUE
                 END-IF

              END-PERFORM

              IF WS-ROW-ACCEPTED
                 DIVIDE WS-QUOTE-COUNT BY 2 GIVING WS-QUOTE-DIV
                    REMAINDER WS-QUOTE-REM
                 IF WS-QUOTE-REM NOT = 0
                    SET WS-ROW-REJECTED TO TRUE
                    SET WS-REASON-UNBAL-QUOTE TO TRUE
                 END-IF
      * ROW WITH REASON RV AND RECORDS THE OFFENDING COLUMN NAME IN    *
      * WS-RULE-FAIL-NAME, WHICH 2080-WRITE-REJECT CARRIES ON THE      *
      * REJECT LINE SO THE REVIEWER SEES WHICH FIELD BROKE THE RULE.   *
      * A FAILED REFERENCE (TYPE T) RULE REJECTS AS RR INSTEAD, SO THE *
      * REVIEWER KNOWS TO LOOK AT REFDATA AS WELL AS AT THE ROW. ON A  *
      * RECORD-TYPE RUN ONLY THE RULES OF THE ROW'S OWN TYPE ARE RUN.  *
      ******************************************************************
         2045-APPLY-RULES.

           MOVE SPACES TO WS-RULE-FAIL-NAME.

           PERFORM VARYING WS-REF-IX FROM 1 BY 1
              UNTIL WS-REF-IX > WS-REF-COUNT
              MOVE SPACES TO WS-REF-DESC(WS-REF-IX)
           END-PERFORM.

           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
              UNTIL WS-RULE-IX > WS-RULE-COUNT
                 OR WS-ROW-REJECTED

              IF WS-RULE-COL-IX(WS-RULE-IX) > 0
                 AND WS-RULE-RTYPE(WS-RULE-IX) = WS-RT-IX
                 MOVE WS-RULE-COL-IX(WS-RULE-IX) TO WS-RULE-COL
                 MOVE WS-COLUMN-VALUE(WS-RULE-COL) TO WS-RULE-VALUE
                 MOVE WS-COLUMN-LEN(WS-RULE-COL) TO WS-RULE-VALLEN
                 PERFORM 2046-CHECK-ONE-RULE
                 IF WS-RULE-FAILED
                    SET WS-ROW-REJECTED TO TRUE
                    IF WS-RULE-TYPE(WS-RULE-IX) = "T"
                       SET WS-REASON-REF-FAIL TO TRUE
                       ADD 1 TO WS-REF-FAIL-COUNT
                    ELSE
                       SET WS-REASON-RULE-FAIL TO TRUE
                    END-IF
                    MOVE WS-RULE-NAME(WS-RULE-IX)
                       TO WS-RULE-FAIL-NAME
                 END-IF
                       PERFORM 2048-CHECK-DATE
                    WHEN "V"
                       PERFORM 2049-CHECK-ALLOWED
                    WHEN "T"
                       IF WS-RULE-REF-IX(WS-RULE-IX) > 0
                          PERFORM 2044-CHECK-REFERENCE
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

      ******************************************************************
      * 2044-CHECK-REFERENCE LOOKS THE VALUE UP BY TABLE AND CODE IN   *
      * REFDATA AND PASSES IT ONLY WHEN THE CODE IS PRESENT AND IN     *
      * FORCE ON THE RUN DATE - EFFECTIVE ON OR BEFORE IT, AND EITHER  *
      * OPEN-ENDED (ZERO EXPIRY) OR EXPIRING ON OR AFTER IT. A PASSING *
      * CODE'S DESCRIPTION IS KEPT FOR THE OUTPUT COLUMN THE RULE MAY  *
      * NAME. A VALUE LONGER THAN THE 20-BYTE CODE CANNOT BE A CODE.   *
      ******************************************************************
         2044-CHECK-REFERENCE.

           MOVE WS-RULE-REF-IX(WS-RULE-IX) TO WS-REF-IX.

           IF WS-RULE-VALLEN > 20
              SET WS-RULE-FAILED TO TRUE
           ELSE
              MOVE WS-REF-TABLE-NAME(WS-REF-IX) TO REFDATA-TABLE
              MOVE WS-RULE-VALUE(1:WS-RULE-VALLEN) TO REFDATA-CODE
              READ REFDATA
                 INVALID KEY
                    SET WS-RULE-FAILED TO TRUE
              END-READ
           END-IF.

           IF WS-RULE-PASSED
              IF REFDATA-EFF-DATE > WS-RUN-DATE
                 OR (REFDATA-EXP-DATE > 0
                     AND REFDATA-EXP-DATE < WS-RUN-DATE)
                 SET WS-RULE-FAILED TO TRUE
              ELSE
                 MOVE REFDATA-DESC TO WS-REF-DESC(WS-REF-IX)
              END-IF
           END-IF.

      ******************************************************************
      * 2075-APPLY-SELECTION RUNS EVERY LOADED CONDITION AGAINST THE   *
      * CURRENT ROW'S WS-COLUMNS VALUES. THE FIRST CONDITION THAT      *
      ******************************************************************
         2055-CHECK-DUPLICATE.

           PERFORM 2054-BUILD-ROW-KEY.

           MOVE 0 TO WS-DUP-FIRST-LINE.

              END-IF
           END-IF.

      ******************************************************************
      * 2054-BUILD-ROW-KEY JOINS THE TRIMMED KEY COLUMN VALUES WITH    *
      * "|" INTO WS-ROW-KEY, CAPPED AT ITS 60 BYTES.                   *
      ******************************************************************
         2054-BUILD-ROW-KEY.

           MOVE SPACES TO WS-ROW-KEY.
           MOVE 0 TO WS-ROW-KEY-LEN.

           PERFORM VARYING WS-KEY-IX FROM 1 BY 1
              UNTIL WS-KEY-IX > WS-KEY-COL-COUNT

              IF WS-KEY-IX > 1 AND WS-ROW-KEY-LEN < 60
                 ADD 1 TO WS-ROW-KEY-LEN
                 MOVE "|" TO WS-ROW-KEY(WS-ROW-KEY-LEN:1)
              END-IF

              MOVE WS-KEY-COL-IX(WS-KEY-IX) TO WS-KEY-COL
              MOVE WS-COLUMN-VALUE(WS-KEY-COL) TO WS-FIELD-TEXT
              MOVE WS-COLUMN-LEN(WS-KEY-COL) TO WS-FIELD-LEN
              PERFORM UNTIL WS-FIELD-LEN = 0
                    OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-FIELD-LEN
              END-PERFORM

              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > WS-FIELD-LEN
                    OR WS-ROW-KEY-LEN >= 60
                 ADD 1 TO WS-ROW-KEY-LEN
                 MOVE WS-FIELD-TEXT(WS-COUNTER1:1)
                    TO WS-ROW-KEY(WS-ROW-KEY-LEN:1)
              END-PERFORM

           END-PERFORM.

      ******************************************************************
      * 2056-WRITE-DUPLICATE DIVERTS THE REPEATED ROW TO THE CSVDUP    *
      * DATASET - THE LINE NUMBER OF THE KEY'S FIRST OCCURRENCE IN     *
      * POSITIONS 1-7, THE KEY VALUE FROM POSITION 9, AND THE ROW AS   *
      * READ FROM POSITION 71 - SO THE REVIEWER CAN PUT EACH           *
      * DUPLICATE NEXT TO THE ROW THAT KEPT ITS PLACE. UNDER A MASKING *
      * PROFILE THE ROW IS WRITTEN WITH ITS MASKED COLUMNS AND THE KEY *
      * IS REBUILT FROM THEM, SO A MASKED KEY COLUMN DOES NOT LEAK     *
      * THROUGH THE KEY FIELD.                                         *
      ******************************************************************
         2056-WRITE-DUPLICATE.

           IF WS-MASK-ACTIVE
              PERFORM 2057-MASK-ROW
              PERFORM 2059-BUILD-WRITE-ROW
              PERFORM 2054-BUILD-ROW-KEY
           ELSE
              MOVE WS-INPUT-REC TO WS-WRITE-ROW
           END-IF.

           MOVE SPACES TO WS-DUP-LINE.
           MOVE WS-DUP-FIRST-LINE TO WS-DUP-LINE(1:7).
           MOVE WS-ROW-KEY TO WS-DUP-LINE(9:60).
           MOVE WS-WRITE-ROW TO WS-DUP-LINE(71:300).

           IF WS-FLIST-ACTIVE
              MOVE WS-SOURCE-ID TO WS-DUP-LINE(372:8)

           WRITE CSVDUP-REC FROM WS-DUP-LINE.

      ******************************************************************
      * 2057-MASK-ROW APPLIES THE MASKING PROFILE TO THE CURRENT ROW'S *
      * WS-COLUMNS VALUES IN PLACE. A ROW IS MASKED ONCE - A ROW THE   *
      * MASTER LOAD DIVERTS TO CSVREJ AFTER ITS LINE WAS BUILT IS      *
      * ALREADY MASKED WHEN 2080-WRITE-REJECT ASKS AGAIN. BLANK VALUES *
      * ARE LEFT BLANK UNDER EVERY METHOD.                             *
      ******************************************************************
         2057-MASK-ROW.

           IF WS-ROW-NOT-MASKED
              PERFORM VARYING WS-MASK-IX FROM 1 BY 1
                 UNTIL WS-MASK-IX > WS-MASK-COUNT
                 MOVE WS-MASK-COL-IX(WS-MASK-IX) TO WS-MASK-COL
                 IF WS-MASK-COL > 0
                    AND WS-MASK-COL <= WS-COLUMN-COUNT
                    PERFORM 2058-MASK-ONE-VALUE
                 END-IF
              END-PERFORM
              SET WS-ROW-MASKED TO TRUE
           END-IF.

      ******************************************************************
      * 2058-MASK-ONE-VALUE MASKS COLUMN WS-MASK-COL BY THE METHOD OF  *
      * MASK ENTRY WS-MASK-IX:                                         *
      *    R - EVERY CHARACTER BECOMES "*", SO THE WIDTH SURVIVES BUT  *
      *        NOTHING ELSE DOES                                       *
      *    L - ALL BUT THE LAST N CHARACTERS BECOME "*"                *
      *    T - THE VALUE BECOMES A TEN-DIGIT TOKEN HASHED FROM THE     *
      *        SALT AND THE VALUE, SO THE SAME VALUE GIVES THE SAME    *
      *        TOKEN IN EVERY FILE AND EVERY RUN AND JOINS STILL WORK; *
      *        THE HASH IS SCRAMBLED TWICE AT THE END SO THAT ADJACENT *
      *        VALUES (ACCOUNT 1001, 1002) DO NOT GIVE ADJACENT TOKENS *
      *    Y - AN EIGHT-DIGIT DATE KEEPS ITS YEAR AND FORMAT WITH THE  *
      *        MONTH AND DAY SET TO 01; ANYTHING THAT IS NOT AN        *
      *        EIGHT-DIGIT DATE CANNOT BE CUT SAFELY AND IS REDACTED   *
      ******************************************************************
         2058-MASK-ONE-VALUE.

           MOVE WS-COLUMN-VALUE(WS-MASK-COL) TO WS-FIELD-TEXT.
           MOVE WS-COLUMN-LEN(WS-MASK-COL) TO WS-FIELD-LEN.
           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.

           IF WS-FIELD-LEN > 0

              EVALUATE WS-MASK-METHOD(WS-MASK-IX)
                 WHEN "L"
                    IF WS-FIELD-LEN > WS-MASK-KEEP(WS-MASK-IX)
                       COMPUTE WS-MASK-STOP
                          = WS-FIELD-LEN - WS-MASK-KEEP(WS-MASK-IX)
                    ELSE
                       MOVE 0 TO WS-MASK-STOP
                    END-IF
                 WHEN "Y"
                    IF WS-FIELD-LEN = 8
                       AND WS-FIELD-TEXT(1:8) IS NUMERIC
                       EVALUATE WS-MASK-PARM(WS-MASK-IX)(1:3)
                          WHEN "DMY"
                          WHEN "MDY"
                             MOVE WS-FIELD-TEXT(5:4) TO WS-MASK-YEAR
                             MOVE "0101" TO WS-FIELD-TEXT(1:4)
                             MOVE WS-MASK-YEAR TO WS-FIELD-TEXT(5:4)
                          WHEN OTHER
                             MOVE "0101" TO WS-FIELD-TEXT(5:4)
                       END-EVALUATE
                       MOVE 0 TO WS-MASK-STOP
                    ELSE
                       MOVE WS-FIELD-LEN TO WS-MASK-STOP
                    END-IF
                 WHEN "T"
                    MOVE 0 TO WS-MASK-HASH
                    PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                       UNTIL WS-COUNTER1 > 30
                       IF WS-MASK-PARM(WS-MASK-IX)(WS-COUNTER1:1)
                          NOT = SPACE
                          COMPUTE WS-MASK-HASH-WORK
                             = WS-MASK-HASH * 131
                             + FUNCTION ORD(WS-MASK-PARM(WS-MASK-IX)
                                            (WS-COUNTER1:1))
                          DIVIDE WS-MASK-HASH-WORK BY WS-MASK-HASH-MOD
                             GIVING WS-MASK-HASH-DIV
                             REMAINDER WS-MASK-HASH
                       END-IF
                    END-PERFORM
                    PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                       UNTIL WS-COUNTER1 > WS-FIELD-LEN
                       COMPUTE WS-MASK-HASH-WORK
                          = WS-MASK-HASH * 131
                          + FUNCTION ORD(WS-FIELD-TEXT(WS-COUNTER1:1))
                       DIVIDE WS-MASK-HASH-WORK BY WS-MASK-HASH-MOD
                          GIVING WS-MASK-HASH-DIV
                          REMAINDER WS-MASK-HASH
                    END-PERFORM
                    COMPUTE WS-MASK-HASH-WORK
                       = WS-MASK-HASH * 48271 + 11
                    DIVIDE WS-MASK-HASH-WORK BY WS-MASK-HASH-MOD
                       GIVING WS-MASK-HASH-DIV
                       REMAINDER WS-MASK-HASH
                    COMPUTE WS-MASK-HASH-WORK
                       = WS-MASK-HASH * 48271 + 11
                    DIVIDE WS-MASK-HASH-WORK BY WS-MASK-HASH-MOD
                       GIVING WS-MASK-HASH-DIV
                       REMAINDER WS-MASK-HASH
                    MOVE WS-MASK-HASH TO WS-MASK-TOKEN
                    MOVE SPACES TO WS-FIELD-TEXT
                    MOVE WS-MASK-TOKEN TO WS-FIELD-TEXT(1:10)
                    MOVE 10 TO WS-FIELD-LEN
                    MOVE 0 TO WS-MASK-STOP
                 WHEN OTHER
                    MOVE WS-FIELD-LEN TO WS-MASK-STOP
              END-EVALUATE

              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > WS-MASK-STOP
                 MOVE "*" TO WS-FIELD-TEXT(WS-COUNTER1:1)
              END-PERFORM

              MOVE WS-FIELD-TEXT TO WS-COLUMN-VALUE(WS-MASK-COL)
              MOVE WS-FIELD-LEN TO WS-COLUMN-LEN(WS-MASK-COL)
              ADD 1 TO WS-MASKED-VALUES

           END-IF.

      ******************************************************************
      * 2059-BUILD-WRITE-ROW REBUILDS THE ROW FROM ITS (MASKED)        *
      * WS-COLUMNS VALUES IN THE INPUT'S OWN SHAPE - JOINED WITH THE   *
      * INPUT DELIMITER, A VALUE THAT HOLDS THE DELIMITER QUOTED - SO  *
      * CSVREJ AND CSVDUP STILL READ LIKE THE FEED THAT WAS SENT.      *
      * DERIVED COLUMNS ARE NOT PART OF THAT SHAPE AND ARE LEFT OFF;   *
      * THE SOURCE VALUES GO OUT AS TRANSFORMED.                       *
      ******************************************************************
         2059-BUILD-WRITE-ROW.

           MOVE SPACES TO WS-WRITE-ROW.
           MOVE 0 TO WS-COUNTER2.

           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
              UNTIL WS-COL-NUM > WS-COLUMN-COUNT
                 OR WS-COL-NUM > WS-HEADER-COLUMN-COUNT
                                 - WS-XFM-DERIVED-COUNT

              IF WS-COL-NUM > 1 AND WS-COUNTER2 < 300
                 ADD 1 TO WS-COUNTER2
                 MOVE WS-INPUT-DELIM-CHAR
                    TO WS-WRITE-ROW(WS-COUNTER2:1)
              END-IF

              MOVE WS-COLUMN-VALUE(WS-COL-NUM) TO WS-FIELD-TEXT
              MOVE WS-COLUMN-LEN(WS-COL-NUM) TO WS-FIELD-LEN
              PERFORM UNTIL WS-FIELD-LEN = 0
                    OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-FIELD-LEN
              END-PERFORM

              MOVE 0 TO WS-PIPE-COUNT
              IF WS-FIELD-LEN > 0
                 INSPECT WS-FIELD-TEXT(1:WS-FIELD-LEN)
                    TALLYING WS-PIPE-COUNT
                    FOR ALL WS-INPUT-DELIM-CHAR
              END-IF

              IF WS-PIPE-COUNT > 0 AND WS-COUNTER2 < 300
                 ADD 1 TO WS-COUNTER2
                 MOVE QUOTE TO WS-WRITE-ROW(WS-COUNTER2:1)
              END-IF
              PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                 UNTIL WS-COUNTER1 > WS-FIELD-LEN
                    OR WS-COUNTER2 >= 300
                 ADD 1 TO WS-COUNTER2
                 MOVE WS-FIELD-TEXT(WS-COUNTER1:1)
                    TO WS-WRITE-ROW(WS-COUNTER2:1)
              END-PERFORM
              IF WS-PIPE-COUNT > 0 AND WS-COUNTER2 < 300
                 ADD 1 TO WS-COUNTER2
                 MOVE QUOTE TO WS-WRITE-ROW(WS-COUNTER2:1)
              END-IF

           END-PERFORM.

      ******************************************************************
      * 2085-CHECK-TRAILER-TAG LOOKS AT COLUMN 1 OF THE JUST-SPLIT     *
      * ROW AND, WHEN IT MATCHES THE CONFIGURED TRAILER TAG, HANDS     *
              CLOSE CSVMST
           END-IF.

           IF WS-REF-OPENED
              CLOSE REFDATA
           END-IF.

           IF WS-IN-RECYCLE-PHASE
              CLOSE CSVRCY
           END-IF.
              CLOSE CSVPARK
           END-IF.

           IF WS-RECTYPE-ACTIVE
              PERFORM 9530-CLOSE-RECTYPE-FILES
           ELSE
              CLOSE CSVOUT
           END-IF.

           CLOSE CSVIN
                 CSVREJ
                 CSVDUP.
           STOP RUN.
      * ROW TO CSVREJ WITH REASON RK SO A REVIEWER SEES EVERY KEY      *
      * COLLISION. A WRITE FAILURE THAT IS NOT A DUPLICATE KEY IS      *
      * WARNED AND THE ROW STILL FLOWS TO CSVOUT - THE FLAT EXTRACT    *
      * MUST NOT LOSE ROWS TO A MASTER FILE PROBLEM. A ROW FROM THE    *
      * FEED CARRIES NO MAINTENANCE STAMP; WHEN R REPLACES A ROW THAT  *
      * MAGIQMNT HAD CORRECTED BY HAND, THE KEY IS NOTED FOR THE END   *
      * OF JOB SO THE LOST CORRECTION IS NOT SILENT.                   *
      ******************************************************************
         2070-LOAD-MASTER.


           MOVE WS-LINE TO CSVMST-DATA.
           MOVE WS-RUN-DATE TO CSVMST-LOAD-DATE.
           MOVE ZEROES TO CSVMST-MAINT-DATE.
           MOVE SPACES TO CSVMST-MAINT-OPER.

           WRITE CSVMST-REC
              INVALID KEY
                 EVALUATE TRUE
                    WHEN WS-POLICY-REPLACE
                       MOVE CSVMST-REC TO WS-MST-NEW-REC
                       READ CSVMST
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             IF CSVMST-MAINT-DATE-X IS NUMERIC
                                AND CSVMST-MAINT-DATE > 0
                                PERFORM 2071-NOTE-OVERRIDE
                             END-IF
                       END-READ
                       MOVE WS-MST-NEW-REC TO CSVMST-REC
                       REWRITE CSVMST-REC
                       IF WS-MST-STATUS = "00"
                          ADD 1 TO WS-MST-REPLACED
                 "STATUS = " WS-MST-STATUS
           END-IF.

         2071-NOTE-OVERRIDE.

           ADD 1 TO WS-MST-OVERRIDDEN.
           IF WS-MST-OVERRIDDEN <= WS-MAX-OVERRIDES
              MOVE WS-MST-OVERRIDDEN TO WS-OVR-IX
              MOVE CSVMST-KEY TO WS-OVR-KEY(WS-OVR-IX)
              MOVE CSVMST-MAINT-DATE TO WS-OVR-MAINT-DATE(WS-OVR-IX)
              MOVE CSVMST-MAINT-OPER TO WS-OVR-MAINT-OPER(WS-OVR-IX)
           END-IF.

      ******************************************************************
      * 2080-WRITE-REJECT COPIES THE ORIGINAL, UNCLEANED ROW TO THE    *
      * CSVREJ DATASET AHEAD OF ITS REASON CODE, SO A REVIEWER CAN     *
      * BELOW A SPACE IS REPLACED WITH A PERIOD FIRST, SINCE A LINE    *
      * SEQUENTIAL DATASET CANNOT CARRY RAW CONTROL BYTES. FOR AN RV   *
      * REJECT THE NAME OF THE COLUMN THAT FAILED ITS RULE FOLLOWS     *
      * THE ROW, STARTING AT POSITION 305 OF THE REJECT LINE. UNDER A  *
      * MASKING PROFILE A ROW THAT SPLIT CLEANLY (RV, RR, RK) IS       *
      * WRITTEN WITH ITS MASKED COLUMNS; A STRUCTURALLY BAD ROW CANNOT *
      * BE TRUSTED TO LINE UP WITH THE HEADER, SO EVERYTHING BUT ITS   *
      * DELIMITERS IS REDACTED AND ONLY ITS SHAPE AND REASON REMAIN.   *
      * AN ORPHAN (RO) SPLIT CLEANLY TOO; A HEADER HELD BACK FOR ITS   *
      * CHILDREN (RH) WAS MASKED WHEN IT WAS HELD AND GOES AS IT IS.   *
      ******************************************************************
         2080-WRITE-REJECT.

           EVALUATE TRUE
              WHEN WS-MASK-NOT-ACTIVE
                 MOVE WS-INPUT-REC TO WS-WRITE-ROW
              WHEN WS-REASON-NO-CHILDREN
                 MOVE WS-INPUT-REC TO WS-WRITE-ROW
              WHEN WS-REASON-RULE-FAIL
              WHEN WS-REASON-REF-FAIL
              WHEN WS-REASON-DUP-KEY
              WHEN WS-REASON-ORPHAN
                 PERFORM 2057-MASK-ROW
                 PERFORM 2059-BUILD-WRITE-ROW
              WHEN OTHER
                 MOVE WS-INPUT-REC TO WS-WRITE-ROW
                 PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                    UNTIL WS-COUNTER1 > FUNCTION LENGTH(WS-WRITE-ROW)
                    IF WS-WRITE-ROW(WS-COUNTER1:1) NOT = SPACE
                       AND WS-WRITE-ROW(WS-COUNTER1:1)
                          NOT = WS-INPUT-DELIM-CHAR
                       MOVE "*" TO WS-WRITE-ROW(WS-COUNTER1:1)
                    END-IF
                 END-PERFORM
           END-EVALUATE.

           MOVE SPACES TO WS-SANITIZED-REC.

           PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
              UNTIL WS-COUNTER1 > FUNCTION LENGTH(WS-WRITE-ROW)

              IF WS-WRITE-ROW(WS-COUNTER1:1) < SPACE
                 MOVE "." TO WS-SANITIZED-REC(WS-COUNTER1:1)
              ELSE
                 MOVE WS-WRITE-ROW(WS-COUNTER1:1)
                    TO WS-SANITIZED-REC(WS-COUNTER1:1)
              END-IF

           END-PERFORM.

           MOVE SPACES TO WS-REJECT-LINE.
           IF WS-REASON-RULE-FAIL OR WS-REASON-REF-FAIL
              STRING WS-REJECT-REASON DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-SANITIZED-REC DELIMITED BY SIZE
              PERFORM 2063-BUILD-DELIMITED-LINE
           END-IF.

           IF WS-RT-IX > 0
              IF WS-RT-PARENT(WS-RT-IX) > 0
                 PERFORM 2069-APPEND-PARENT-KEY
              END-IF
           END-IF.

           IF WS-FLIST-ACTIVE
              PERFORM 2068-STAMP-SOURCE-ID
           END-IF.

      ******************************************************************
      * 2069-APPEND-PARENT-KEY ADDS THE PARENT'S KEY AS ONE MORE       *
      * OUTPUT COLUMN OF A CHILD RECORD TYPE - PARENT_ AND THE NAME OF *
      * THE PARENT'S KEY COLUMN ON THE HEADER ROW, THE KEY OF THE OPEN *
      * PARENT RECORD ON EVERY DATA ROW - SO EACH CLEANED CHILD ROW    *
      * CAN BE JOINED BACK TO ITS PARENT ONCE THE FILE ORDER IS GONE.  *
      ******************************************************************
         2069-APPEND-PARENT-KEY.

           MOVE WS-RT-PARENT(WS-RT-IX) TO WS-RT-PX.
           MOVE SPACES TO WS-FIELD-TEXT.
           IF WS-PARSING-HEADER
              STRING "PARENT_" DELIMITED BY SIZE
                     WS-RT-KEY-NAME(WS-RT-PX) DELIMITED BY SPACE
                 INTO WS-FIELD-TEXT
              END-STRING
              MOVE 37 TO WS-FIELD-LEN
           ELSE
              MOVE WS-RT-CUR-KEY(WS-RT-PX) TO WS-FIELD-TEXT
              MOVE 60 TO WS-FIELD-LEN
           END-IF.
           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-FIELD-LEN
           END-PERFORM.

           IF NOT WS-DELIM-IS-DELETE
              AND WS-COUNTER2 < 300
              ADD 1 TO WS-COUNTER2
              MOVE WS-DELIM-REPLACE-CHAR TO WS-LETTER(WS-COUNTER2)
           END-IF.
           PERFORM 2062-APPEND-FIELD-TEXT.

      ******************************************************************
      * 2068-STAMP-SOURCE-ID APPENDS THE SOURCE-FILE IDENTIFIER AS     *
      * ONE MORE OUTPUT COLUMN WHEN A FILE LIST IS IN USE - THE        *
                 UNTIL WS-COL-NUM > WS-COLUMN-COUNT

                 IF WS-COL-NUM > 1 AND NOT WS-DELIM-IS-DELETE
                    AND WS-COUNTER2 < 300
                    ADD 1 TO WS-COUNTER2
                    MOVE WS-DELIM-REPLACE-CHAR
                       TO WS-LETTER(WS-COUNTER2)
                 IF WS-COLUMN-LEN(WS-COL-NUM) > 0
                    PERFORM VARYING WS-COUNTER1 FROM 1 BY 1
                       UNTIL WS-COUNTER1 > WS-COLUMN-LEN(WS-COL-NUM)
                          OR WS-COUNTER2 >= 300
                       ADD 1 TO WS-COUNTER2
                       IF WS-PARSING-HEADER
                          MOVE WS-COLUMN-NAME
                 END-IF

              END-PERFORM
      *       THE LAST COLUMN'S LEN INCLUDES THE RECORD'S TRAILING PAD
      *       SPACES; THEY ARE DROPPED SO A COLUMN ADDED AFTER IT
      *       FOLLOWS ITS VALUE RATHER THAN THE END OF THE RECORD
              PERFORM UNTIL WS-COUNTER2 = 0
                    OR WS-LETTER(WS-COUNTER2) NOT = SPACE
                 SUBTRACT 1 FROM WS-COUNTER2
              END-PERFORM
           END-IF.

      *    REFERENCE DESCRIPTION COLUMNS RIDE AFTER THE MAPPED OR
      *    SOURCE COLUMNS (1500-SET-OUTPUT-COLUMNS)
           PERFORM VARYING WS-OUT-IX FROM 1 BY 1
              UNTIL WS-OUT-IX > WS-OUT-COL-COUNT
              IF WS-OUT-REF-IX(WS-OUT-IX) > 0
                 IF NOT WS-DELIM-IS-DELETE
                    AND WS-COUNTER2 < 300
                    ADD 1 TO WS-COUNTER2
                    MOVE WS-DELIM-REPLACE-CHAR
                       TO WS-LETTER(WS-COUNTER2)
                 END-IF
                 PERFORM 2066-PICK-OUTPUT-FIELD
                 PERFORM 2062-APPEND-FIELD-TEXT
              END-IF
           END-PERFORM.

      ******************************************************************
      * 2065-BUILD-FIXED-LINE LAYS THE OUTPUT COLUMNS INTO WS-LINE AT  *
      * FIXED OFFSETS - COLUMN N STARTS AT (N-1) * WS-FIXED-WIDTH + 1  *
      * 2066-PICK-OUTPUT-FIELD LOADS WS-FIELD-TEXT/WS-FIELD-LEN WITH   *
      * THE TEXT OUTPUT COLUMN WS-OUT-IX CONTRIBUTES - ITS OUTPUT      *
      * NAME ON THE HEADER ROW, OTHERWISE THE VALUE OF THE SOURCE      *
      * COLUMN IT STANDS FOR (THROUGH THE MAP WHEN ONE IS LOADED), OR  *
      * FOR A REFERENCE DESCRIPTION COLUMN THE DESCRIPTION 2044 FOUND. *
      * THE LENGTH IS TRIMMED OF TRAILING SPACES.                      *
      ******************************************************************
         2066-PICK-OUTPUT-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE 0 TO WS-FIELD-LEN.

           EVALUATE TRUE
              WHEN WS-PARSING-HEADER
                 MOVE WS-OUT-COL-NAME(WS-OUT-IX) TO WS-FIELD-TEXT
                 MOVE 30 TO WS-FIELD-LEN
              WHEN WS-OUT-REF-IX(WS-OUT-IX) > 0
                 MOVE WS-OUT-REF-IX(WS-OUT-IX) TO WS-REF-IX
                 MOVE WS-REF-DESC(WS-REF-IX) TO WS-FIELD-TEXT
                 MOVE 60 TO WS-FIELD-LEN
              WHEN OTHER
                 IF WS-MAP-ACTIVE
                    MOVE WS-MAP-SOURCE-IX(WS-OUT-IX) TO WS-MAP-COL
                 ELSE
                    MOVE WS-OUT-IX TO WS-MAP-COL
                 END-IF
                 IF WS-MAP-COL > 0
                    AND WS-MAP-COL <= WS-COLUMN-COUNT
                    MOVE WS-COLUMN-VALUE(WS-MAP-COL) TO WS-FIELD-TEXT
                    MOVE WS-COLUMN-LEN(WS-MAP-COL) TO WS-FIELD-LEN
                 END-IF
           END-EVALUATE.

           PERFORM UNTIL WS-FIELD-LEN = 0
                 OR WS-FIELD-TEXT(WS-FIELD-LEN:1) NOT = SPACE
                 TO WS-LETTER(WS-COUNTER2)
           END-PERFORM.

      ******************************************************************
      * 2100-IDENTIFY-RECORD-TYPE LOOKS UP THE CODE IN COLUMN 1 OF A   *
      * RECORD-TYPE ROW. A KNOWN CODE CLOSES THE OPEN RECORD OF EVERY  *
      * TYPE AT ITS OWN LEVEL OR BELOW - A NEW HEADER ENDS THE LAST    *
      * HEADER'S FAMILY - AND, WHEN THE TYPE DIFFERS FROM THE LAST     *
      * ROW'S, MAKES IT THE CURRENT TYPE. AN UNKNOWN CODE IS COUNTED   *
      * AND LEFT FOR 2110-CHECK-PARENT TO REJECT; ITS FIELD COUNT IS   *
      * TAKEN AS GOOD SO THE REASON GIVEN IS THE TYPE, NOT THE COUNT.  *
      ******************************************************************
         2100-IDENTIFY-RECORD-TYPE.

           PERFORM VARYING WS-RT-CX FROM 1 BY 1
              UNTIL WS-RT-CX > WS-RT-COUNT
              IF WS-COLUMN-VALUE(1) = WS-RT-CODE(WS-RT-CX)
                 MOVE WS-RT-CX TO WS-RT-IX
              END-IF
           END-PERFORM.

           IF WS-RT-IX > 0
              ADD 1 TO WS-RT-READ(WS-RT-IX)
              MOVE WS-RT-DEPTH(WS-RT-IX) TO WS-RT-CLOSE-DEPTH
              PERFORM 2150-CLOSE-RECORD-TYPES
              IF WS-RT-IX NOT = WS-RT-LAST-IX
                 PERFORM 1930-SET-RECORD-TYPE
              END-IF
           ELSE
              ADD 1 TO WS-RT-UNKNOWN-COUNT
              MOVE WS-COLUMN-COUNT TO WS-HEADER-COLUMN-COUNT
              MOVE 0 TO WS-RT-LAST-IX
           END-IF.

      ******************************************************************
      * 2110-CHECK-PARENT REJECTS A RECORD-TYPE ROW WHOSE CODE IS NOT  *
      * DEFINED (RY), AND A CHILD ROW THAT DOES NOT FOLLOW AN ACCEPTED *
      * RECORD OF ITS PARENT TYPE (RO) - NO PARENT CAME BEFORE IT, OR  *
      * THE PARENT WAS ITSELF REJECTED. A CHILD CANNOT BE LOADED       *
      * WITHOUT THE KEY IT WOULD HANG FROM.                            *
      ******************************************************************
         2110-CHECK-PARENT.

           IF WS-RT-IX = 0
              SET WS-ROW-REJECTED TO TRUE
              SET WS-REASON-UNKNOWN-TYPE TO TRUE
           ELSE
              MOVE WS-RT-PARENT(WS-RT-IX) TO WS-RT-PX
              IF WS-ROW-ACCEPTED AND WS-RT-PX > 0
                 IF NOT WS-RT-OPEN(WS-RT-PX)
                    SET WS-ROW-REJECTED TO TRUE
                    SET WS-REASON-ORPHAN TO TRUE
                    ADD 1 TO WS-RT-ORPHANS(WS-RT-IX)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * 2130-WRITE-TYPED-ROW FILES AN ACCEPTED RECORD-TYPE ROW. IT     *
      * BECOMES THE OPEN RECORD OF ITS TYPE, ITS (MASKED) KEY READY TO *
      * CARRY ONTO ITS CHILDREN. A TYPE THAT MUST HAVE CHILDREN IS     *
      * HELD BACK - OUTPUT LINE, REJECT IMAGE, SOURCE ID AND PASS -    *
      * UNTIL ITS FIRST CHILD IS WRITTEN OR IT IS CLOSED WITHOUT ONE.  *
      * ANY OTHER ROW IS WRITTEN AT ONCE, AFTER WHATEVER ANCESTORS ARE *
      * STILL HELD, SO EVERY OUTPUT KEEPS THE FILE'S ORDER.            *
      ******************************************************************
         2130-WRITE-TYPED-ROW.

           MOVE SPACES TO WS-RT-CUR-KEY(WS-RT-IX).
           IF WS-RT-KEY-COL(WS-RT-IX) > 0
              MOVE WS-RT-KEY-COL(WS-RT-IX) TO WS-RT-COL
              MOVE WS-COLUMN-VALUE(WS-RT-COL)
                 TO WS-RT-CUR-KEY(WS-RT-IX)
           END-IF.
           MOVE "Y" TO WS-RT-OPEN-FLAG(WS-RT-IX).
           MOVE 0 TO WS-RT-KIDS(WS-RT-IX).

           IF WS-RT-KIDS-REQUIRED(WS-RT-IX)
              MOVE WS-LINE TO WS-RT-HELD-LINE(WS-RT-IX)
              IF WS-MASK-ACTIVE
                 PERFORM 2059-BUILD-WRITE-ROW
              ELSE
                 MOVE WS-INPUT-REC TO WS-WRITE-ROW
              END-IF
              MOVE WS-WRITE-ROW TO WS-RT-HELD-ROW(WS-RT-IX)
              MOVE WS-SOURCE-ID TO WS-RT-HELD-SOURCE(WS-RT-IX)
              MOVE WS-CURRENT-PASS TO WS-RT-HELD-PASS(WS-RT-IX)
              IF WS-IN-RECYCLE-PHASE
                 MOVE "Y" TO WS-RT-HELD-RCY-FLAG(WS-RT-IX)
              ELSE
                 MOVE "N" TO WS-RT-HELD-RCY-FLAG(WS-RT-IX)
              END-IF
              MOVE "Y" TO WS-RT-HELD-FLAG(WS-RT-IX)
           ELSE
              PERFORM 2140-RELEASE-ANCESTORS
              MOVE WS-RT-IX TO WS-RT-OUT-IX
              MOVE WS-LINE TO WS-RT-OUT-LINE
              IF WS-IN-RECYCLE-PHASE
                 SET WS-RT-ROW-RECYCLED TO TRUE
              ELSE
                 SET WS-RT-ROW-NOT-RECYCLED TO TRUE
              END-IF
              PERFORM 2145-WRITE-RECTYPE-ROW
           END-IF.

      ******************************************************************
      * 2140-RELEASE-ANCESTORS WRITES ANY ANCESTOR OF THE CURRENT ROW  *
      * STILL HELD FOR ITS CHILDREN, TOP LEVEL FIRST - THE CURRENT ROW *
      * IS THE CHILD (OR GRANDCHILD) THAT SETTLES THEM.                *
      ******************************************************************
         2140-RELEASE-ANCESTORS.

           MOVE 0 TO WS-RT-CHAIN-COUNT.
           MOVE WS-RT-PARENT(WS-RT-IX) TO WS-RT-PX.
           PERFORM UNTIL WS-RT-PX = 0
              ADD 1 TO WS-RT-CHAIN-COUNT
              MOVE WS-RT-PX TO WS-RT-CHAIN(WS-RT-CHAIN-COUNT)
              MOVE WS-RT-PARENT(WS-RT-PX) TO WS-RT-PX
           END-PERFORM.

           PERFORM VARYING WS-RT-CX FROM WS-RT-CHAIN-COUNT BY -1
              UNTIL WS-RT-CX = 0
              MOVE WS-RT-CHAIN(WS-RT-CX) TO WS-RT-OUT-IX
              IF WS-RT-HELD(WS-RT-OUT-IX)
                 MOVE WS-RT-HELD-LINE(WS-RT-OUT-IX) TO WS-RT-OUT-LINE
                 MOVE WS-RT-HELD-RCY-FLAG(WS-RT-OUT-IX)
                    TO WS-RT-RCY-FLAG
                 MOVE "N" TO WS-RT-HELD-FLAG(WS-RT-OUT-IX)
                 PERFORM 2145-WRITE-RECTYPE-ROW
              END-IF
           END-PERFORM.

         2145-WRITE-RECTYPE-ROW.

           PERFORM 2170-WRITE-RECTYPE-FILE.
           ADD 1 TO WS-RECS-WRITTEN.
           ADD 1 TO WS-RT-WRITTEN(WS-RT-OUT-IX).
           IF WS-RT-ROW-RECYCLED
              ADD 1 TO WS-RECS-RECYCLED-ACCEPT
           END-IF.
           MOVE WS-RT-PARENT(WS-RT-OUT-IX) TO WS-RT-PX.
           IF WS-RT-PX > 0
              ADD 1 TO WS-RT-KIDS(WS-RT-PX)
           END-IF.

      ******************************************************************
      * 2150-CLOSE-RECORD-TYPES ENDS THE OPEN RECORD OF EVERY TYPE AT  *
      * DEPTH WS-RT-CLOSE-DEPTH OR BELOW, CHILD TYPES BEFORE THEIR     *
      * PARENTS. A RECORD STILL HELD AT THIS POINT NEVER HAD A CHILD   *
      * WRITTEN UNDER IT AND GOES TO CSVREJ AS RH. IT RUNS WHEN A ROW  *
      * OF THE SAME OR A HIGHER LEVEL ARRIVES, WHEN ONE LISTED FILE    *
      * ENDS, WHEN THE RECYCLED ROWS BEGIN, AND AT END OF JOB - A      *
      * FAMILY NEVER SPANS TWO INPUT FILES.                            *
      ******************************************************************
         2150-CLOSE-RECORD-TYPES.

           PERFORM VARYING WS-RT-CX FROM WS-RT-COUNT BY -1
              UNTIL WS-RT-CX = 0
              IF WS-RT-DEPTH(WS-RT-CX) >= WS-RT-CLOSE-DEPTH
                 AND WS-RT-OPEN(WS-RT-CX)
                 IF WS-RT-HELD(WS-RT-CX)
                    PERFORM 2160-REJECT-HELD-ROW
                 END-IF
                 MOVE "N" TO WS-RT-OPEN-FLAG(WS-RT-CX)
                 MOVE "N" TO WS-RT-HELD-FLAG(WS-RT-CX)
              END-IF
           END-PERFORM.

      ******************************************************************
      * 2160-REJECT-HELD-ROW WRITES A HELD RECORD THAT GOT NO CHILDREN *
      * TO CSVREJ AS RH, UNDER THE SOURCE ID AND PASS IT WAS READ WITH,*
      * THEN PUTS BACK THE ROW IN FLIGHT. IT COUNTS TOWARD THE REJECT  *
      * THRESHOLD LIKE ANY OTHER REJECT.                               *
      ******************************************************************
         2160-REJECT-HELD-ROW.

           MOVE WS-INPUT-REC TO WS-RT-SAVE-REC.
           MOVE WS-SOURCE-ID TO WS-RT-SAVE-SOURCE.
           MOVE WS-CURRENT-PASS TO WS-RT-SAVE-PASS.
           MOVE WS-REJECT-REASON TO WS-RT-SAVE-REASON.

           MOVE WS-RT-HELD-ROW(WS-RT-CX) TO WS-INPUT-REC.
           MOVE WS-RT-HELD-SOURCE(WS-RT-CX) TO WS-SOURCE-ID.
           MOVE WS-RT-HELD-PASS(WS-RT-CX) TO WS-CURRENT-PASS.
           SET WS-REASON-NO-CHILDREN TO TRUE.
           PERFORM 2080-WRITE-REJECT.
           ADD 1 TO WS-RECS-REJECTED.
           ADD 1 TO WS-RT-REJECTED(WS-RT-CX).
           ADD 1 TO WS-RT-CHILDLESS(WS-RT-CX).
           IF WS-RT-HELD-RECYCLED(WS-RT-CX)
              ADD 1 TO WS-RECS-RECYCLED-REREJ
           END-IF.

           MOVE WS-RT-SAVE-REC TO WS-INPUT-REC.
           MOVE WS-RT-SAVE-SOURCE TO WS-SOURCE-ID.
           MOVE WS-RT-SAVE-PASS TO WS-CURRENT-PASS.
           MOVE WS-RT-SAVE-REASON TO WS-REJECT-REASON.

           PERFORM 2500-CHECK-REJECT-LIMITS.
           IF WS-THRESHOLD-EXCEEDED
              PERFORM 9900-THRESHOLD-ABORT
           END-IF.

         2170-WRITE-RECTYPE-FILE.

           EVALUATE WS-RT-OUT-IX
              WHEN 1
                 WRITE CSVTY1-REC FROM WS-RT-OUT-LINE
              WHEN 2
                 WRITE CSVTY2-REC FROM WS-RT-OUT-LINE
              WHEN 3
                 WRITE CSVTY3-REC FROM WS-RT-OUT-LINE
              WHEN OTHER
                 WRITE CSVTY4-REC FROM WS-RT-OUT-LINE
           END-EVALUATE.

         9000-END.

      *    A RECORD-TYPE RUN'S LAST FAMILY IS STILL OPEN AT END OF
      *    FILE; CLOSING IT REJECTS A LAST HEADER THAT NEVER GOT ITS
      *    CHILDREN BEFORE THE LIMITS AND TOTALS ARE TAKEN
           IF WS-RECTYPE-ACTIVE
              MOVE 1 TO WS-RT-CLOSE-DEPTH
              PERFORM 2150-CLOSE-RECORD-TYPES
           END-IF.

      *    A RUN THAT ENDS OVER THE REJECT THRESHOLD KEEPS ITS
      *    CHECKPOINT - THE DOWNSTREAM LOAD MUST NOT RUN, AND THE
      *    OPERATOR EITHER RESTARTS OR CLEARS THE CHECKPOINT BY HAND
                 WS-RECS-FILTERED
           END-IF.

           IF WS-REF-OPENED
              DISPLAY "  REFERENCE CODE REJECTS    : "
                 WS-REF-FAIL-COUNT
           END-IF.

           IF WS-MASK-ACTIVE
              DISPLAY "  MASKING PROFILE           : " WS-MASK-PROFILE
              DISPLAY "  VALUES MASKED             : " WS-MASKED-VALUES
           END-IF.

           IF WS-XFM-ACTIVE
              DISPLAY "  TRANSFORMATIONS           : " WS-XFM-COUNT
              PERFORM VARYING WS-XFM-IX FROM 1 BY 1
                 UNTIL WS-XFM-IX > WS-XFM-COUNT
                 DISPLAY "  " WS-XFM-NAME(WS-XFM-IX) " "
                    WS-XFM-OP-WORD(WS-XFM-IX) " CHANGED "
                    WS-XFM-CHANGED(WS-XFM-IX)
              END-PERFORM
           END-IF.

           IF WS-RECTYPE-ACTIVE
              DISPLAY "  UNKNOWN RECORD TYPES      : "
                 WS-RT-UNKNOWN-COUNT
              PERFORM VARYING WS-RT-IX FROM 1 BY 1
                 UNTIL WS-RT-IX > WS-RT-COUNT
                 DISPLAY "  TYPE " WS-RT-CODE(WS-RT-IX)
                    " READ " WS-RT-READ(WS-RT-IX)
                    " WRITTEN " WS-RT-WRITTEN(WS-RT-IX)
                    " REJECTED " WS-RT-REJECTED(WS-RT-IX)
                    " ORPHANS " WS-RT-ORPHANS(WS-RT-IX)
                    " NO CHILDREN " WS-RT-CHILDLESS(WS-RT-IX)
              END-PERFORM
           END-IF.

           IF WS-RECYCLE-ACTIVE OR WS-RECS-RECYCLED-READ > 0
              DISPLAY "  RECYCLED ROWS READ        : "
                 WS-RECS-RECYCLED-READ
              DISPLAY "  MASTER ROWS REPLACED      : "
                 WS-MST-REPLACED
              DISPLAY "  MASTER ROWS KEPT-FIRST    : " WS-MST-KEPT
              DISPLAY "  MANUAL CORRECTIONS LOST   : "
                 WS-MST-OVERRIDDEN
           END-IF.

           IF WS-MST-OVERRIDDEN > 0
              DISPLAY "MAGIQCSV WARNING - " WS-MST-OVERRIDDEN
                 " MASTER KEY(S) CORRECTED BY HAND WERE OVERWRITTEN "
                 "BY THIS LOAD"
              PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                 UNTIL WS-OVR-IX > WS-MST-OVERRIDDEN
                    OR WS-OVR-IX > WS-MAX-OVERRIDES
                 DISPLAY "    " WS-OVR-KEY(WS-OVR-IX)(1:40)
                    " CORRECTED " WS-OVR-MAINT-DATE(WS-OVR-IX)
                    " BY " WS-OVR-MAINT-OPER(WS-OVR-IX)
              END-PERFORM
           END-IF.

      *    A LIST RUN RECONCILED EACH FILE'S TRAILER AS THE FILE
              ELSE
                 PERFORM 9400-CHECK-TRAILER
              END-IF
              IF WS-RECTYPE-ACTIVE
                 PERFORM 9520-WRITE-RECTYPE-TRAILERS
              ELSE
                 PERFORM 9500-WRITE-OUTPUT-TRAILER
              END-IF
           END-IF.

           IF WS-OUTMODE-FIXED
      *    OTHERWISE CLEAN RUN - RATE THE WARNING CONDITION CODE SO
      *    THE SCHEDULER CAN TELL "CLEAN" FROM "LOOK AT THE REJECTS"
           IF RETURN-CODE = 0
              AND (WS-RECS-REJECTED > 0 OR WS-TRUNC-COUNT > 0
                   OR WS-MST-OVERRIDDEN > 0)
              MOVE 4 TO RETURN-CODE
              DISPLAY "MAGIQCSV - ENDING WITH WARNINGS, "
                 "CONDITION CODE 4"
              CLOSE CSVPARK
           END-IF.

           IF WS-RECTYPE-ACTIVE
              PERFORM 9530-CLOSE-RECTYPE-FILES
           ELSE
              CLOSE CSVOUT
           END-IF.

           CLOSE CSVIN
                 CSVREJ
                 CSVDUP.
           STOP RUN.
              END-IF
              IF WS-FILE-TRAILER-GOOD
                 COMPUTE WS-FILE-ACTUAL-COUNT
                    = WS-FILE-RECS-READ - 1 - WS-HEADER-ROWS
                 IF WS-TRAILER-STATED-COUNT
                    NOT = WS-FILE-ACTUAL-COUNT
                    SET WS-FILE-TRAILER-BAD TO TRUE
              END-IF
              IF WS-TRAILER-OK
                 COMPUTE WS-TRAILER-ACTUAL-COUNT
                    = WS-RECS-READ - 1 - WS-HEADER-ROWS
                 IF WS-TRAILER-STATED-COUNT
                    NOT = WS-TRAILER-ACTUAL-COUNT
                    SET WS-TRAILER-FAILED TO TRUE
              END-IF
           END-PERFORM.

      ******************************************************************
      * 9520-WRITE-RECTYPE-TRAILERS IS 9500-WRITE-OUTPUT-TRAILER FOR A *
      * RECORD-TYPE RUN: EACH TYPE'S OUTPUT GETS ITS OWN TRAILER WITH  *
      * THE CONFIGURED TAG AND THE COUNT OF DATA ROWS WRITTEN TO IT.   *
      * NO AMOUNT COLUMN IS HASHED ON A RECORD-TYPE RUN, SO THE HASH   *
      * FIELD CARRIES ZERO AND THE TRAILER KEEPS ITS USUAL LAYOUT.     *
      ******************************************************************
         9520-WRITE-RECTYPE-TRAILERS.

           MOVE 0 TO WS-HASH-EDIT.
           MOVE WS-HASH-EDIT TO WS-HASH-TEXT.
           MOVE 1 TO WS-HASH-START.
           PERFORM UNTIL WS-HASH-START >= 17
                 OR WS-HASH-TEXT(WS-HASH-START:1) NOT = SPACE
              ADD 1 TO WS-HASH-START
           END-PERFORM.

           PERFORM VARYING WS-RT-OUT-IX FROM 1 BY 1
              UNTIL WS-RT-OUT-IX > WS-RT-COUNT
              MOVE WS-RT-WRITTEN(WS-RT-OUT-IX) TO WS-TRAILER-OUT-COUNT
              MOVE SPACES TO WS-RT-OUT-LINE
              STRING WS-TRAILER-TAG-ENV DELIMITED BY SPACE
                     WS-TRAILER-OUT-DELIM DELIMITED BY SIZE
                     WS-TRAILER-OUT-COUNT DELIMITED BY SIZE
                     WS-TRAILER-OUT-DELIM DELIMITED BY SIZE
                     WS-HASH-TEXT(WS-HASH-START:) DELIMITED BY SIZE
                 INTO WS-RT-OUT-LINE
              END-STRING
              PERFORM 2170-WRITE-RECTYPE-FILE
           END-PERFORM.

         9530-CLOSE-RECTYPE-FILES.

           IF WS-RT-COUNT >= 1
              CLOSE CSVTY1
           END-IF.
           IF WS-RT-COUNT >= 2
              CLOSE CSVTY2
           END-IF.
           IF WS-RT-COUNT >= 3
              CLOSE CSVTY3
           END-IF.
           IF WS-RT-COUNT >= 4
              CLOSE CSVTY4
           END-IF.

      ******************************************************************
      * 9100-WRITE-AUDIT APPENDS ONE RECORD FOR THIS EXECUTION TO THE  *
      * CSVAUDIT HISTORY DATASET - RUN DATE AND TIME, THE RESOLVED     *
           ELSE
              MOVE WS-CSVIN-FILENAME TO WS-AUD-INPUT-FILE
           END-IF.
      *    A RECORD-TYPE RUN WRITES ONE OUTPUT PER TYPE, SO THE AUDIT
      *    RECORD NAMES THE DEFINITION DATASET THAT LISTS THEM
           IF WS-RECTYPE-ACTIVE
              MOVE WS-RTD-FILENAME TO WS-AUD-OUTPUT-FILE
           ELSE
              MOVE WS-CSVOUT-FILENAME TO WS-AUD-OUTPUT-FILE
           END-IF.
      *    THE PROFILE IS BLANK WHEN THE RUN WROTE UNMASKED DATA
           IF WS-MASK-ACTIVE
              MOVE WS-MASK-PROFILE TO WS-AUD-MASK-PROFILE
           ELSE
              MOVE SPACES TO WS-AUD-MASK-PROFILE
           END-IF.
           MOVE WS-RECS-FILTERED TO WS-AUD-RECS-FILTERED.
           MOVE WS-RECS-CONTROL TO WS-AUD-RECS-CONTROL.
           IF WS-RECYCLE-ACTIVE
              MOVE "Y" TO WS-AUD-RCY-IND
           ELSE
              MOVE "N" TO WS-AUD-RCY-IND
           END-IF.
           MOVE WS-RECS-RECYCLED-READ TO WS-AUD-RCY-READ.
           MOVE WS-RECS-RECYCLED-PARKED TO WS-AUD-RCY-PARKED.
           MOVE WS-PARK-BASE-COUNT TO WS-AUD-PARK-BASE.
      *    ONLY NEW KEYS CHANGE THE MASTER'S RECORD COUNT - A REPLACE
      *    OR KEEP-FIRST HIT REWRITES A RECORD ALREADY THERE
           IF WS-MASTER-ACTIVE
              MOVE "Y" TO WS-AUD-MST-IND
           ELSE
              MOVE "N" TO WS-AUD-MST-IND
           END-IF.
           MOVE WS-MST-LOADED TO WS-AUD-MST-ADDED.
      *    A RECORD-TYPE RUN WRITES THE TYPE OUTPUTS AND NO CSVOUT
           IF WS-RECTYPE-ACTIVE
              MOVE "Y" TO WS-AUD-RECTYPE-IND
           ELSE
              MOVE "N" TO WS-AUD-RECTYPE-IND
           END-IF.

           OPEN EXTEND CSVAUDIT.
           IF WS-AUDIT-STATUS = "35"
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RECTYPE-ACTIVE
              STRING "RECORD TYPES    : " DELIMITED BY SIZE
                     WS-RTD-FILENAME DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           ELSE
              STRING "OUTPUT FILE     : " DELIMITED BY SIZE
                     WS-CSVOUT-FILENAME DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           END-IF.
           WRITE CSVRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           END-STRING.
           WRITE CSVRPT-REC FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MASK-ACTIVE
              STRING "MASK PROFILE    : " DELIMITED BY SIZE
                     WS-MASK-PROFILE DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
           ELSE
              MOVE "MASK PROFILE    : NONE - VALUES AS RECEIVED"
                 TO WS-REPORT-LINE
           END-IF.
           WRITE CSVRPT-REC FROM WS-REPORT-LINE.

           MOVE WS-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECORDS READ    : " DELIMITED BY SIZE
              WRITE CSVRPT-REC FROM WS-REPORT-LINE
           END-IF.

           IF WS-REF-OPENED
              MOVE WS-REF-FAIL-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "REFERENCE FAILS : " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE CSVRPT-REC FROM WS-REPORT-LINE
           END-IF.

           IF WS-MASK-ACTIVE
              MOVE WS-MASKED-VALUES TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "VALUES MASKED   : " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE CSVRPT-REC FROM WS-REPORT-LINE
           END-IF.

      *    ONE LINE PER TRANSFORMATION, IN DATASET ORDER, WITH THE
      *    COUNT OF VALUES IT ACTUALLY CHANGED
           IF WS-XFM-ACTIVE

              MOVE WS-XFM-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "TRANSFORMATIONS : " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE CSVRPT-REC FROM WS-REPORT-LINE

              PERFORM VARYING WS-XFM-IX FROM 1 BY 1
                 UNTIL WS-XFM-IX > WS-XFM-COUNT
                 MOVE WS-XFM-CHANGED(WS-XFM-IX) TO WS-EDIT-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  " DELIMITED BY SIZE
                        WS-XFM-NAME(WS-XFM-IX) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-XFM-OP-WORD(WS-XFM-IX) DELIMITED BY SIZE
                        " CHANGED " DELIMITED BY SIZE
                        WS-EDIT-COUNT DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 WRITE CSVRPT-REC FROM WS-REPORT-LINE
              END-PERFORM

           END-IF.

           IF WS-RECTYPE-ACTIVE

              MOVE WS-RT-UNKNOWN-COUNT TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "UNKNOWN TYPES   : " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE CSVRPT-REC FROM WS-REPORT-LINE

              PERFORM VARYING WS-RT-IX FROM 1 BY 1
                 UNTIL WS-RT-IX > WS-RT-COUNT
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "TYPE " DELIMITED BY SIZE
                        WS-RT-CODE(WS-RT-IX) DELIMITED BY SIZE
                        "       : " DELIMITED BY SIZE
                        WS-RT-OUTFILE(WS-RT-IX) DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 WRITE CSVRPT-REC FROM WS-REPORT-LINE
                 MOVE WS-RT-READ(WS-RT-IX) TO WS-RT-EDIT-READ
                 MOVE WS-RT-WRITTEN(WS-RT-IX) TO WS-RT-EDIT-WRITTEN
                 MOVE WS-RT-REJECTED(WS-RT-IX) TO WS-RT-EDIT-REJECTED
                 MOVE WS-RT-ORPHANS(WS-RT-IX) TO WS-RT-EDIT-ORPHANS
                 MOVE WS-RT-CHILDLESS(WS-RT-IX)
                    TO WS-RT-EDIT-CHILDLESS
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  READ          : " DELIMITED BY SIZE
                        WS-RT-EDIT-READ DELIMITED BY SIZE
                        "  WRITTEN " DELIMITED BY SIZE
                        WS-RT-EDIT-WRITTEN DELIMITED BY SIZE
                        "  REJECTED " DELIMITED BY SIZE
                        WS-RT-EDIT-REJECTED DELIMITED BY SIZE
                        "  ORPHANS " DELIMITED BY SIZE
                        WS-RT-EDIT-ORPHANS DELIMITED BY SIZE
                        "  NO CHILDREN " DELIMITED BY SIZE
                        WS-RT-EDIT-CHILDLESS DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 WRITE CSVRPT-REC FROM WS-REPORT-LINE
              END-PERFORM

           END-IF.

           IF WS-RECYCLE-ACTIVE OR WS-RECS-RECYCLED-READ > 0

              MOVE WS-RECS-RECYCLED-READ TO WS-EDIT-COUNT

           END-IF.

           IF WS-MST-OVERRIDDEN > 0

              MOVE WS-MST-OVERRIDDEN TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING "MANUAL OVERWRITE: " DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
              END-STRING
              WRITE CSVRPT-REC FROM WS-REPORT-LINE

              PERFORM VARYING WS-OVR-IX FROM 1 BY 1
                 UNTIL WS-OVR-IX > WS-MST-OVERRIDDEN
                    OR WS-OVR-IX > WS-MAX-OVERRIDES
                 MOVE SPACES TO WS-REPORT-LINE
                 STRING "  KEY           : " DELIMITED BY SIZE
                        WS-OVR-KEY(WS-OVR-IX) DELIMITED BY "  "
                        " CORRECTED " DELIMITED BY SIZE
                        WS-OVR-MAINT-DATE(WS-OVR-IX) DELIMITED BY SIZE
                        " BY " DELIMITED BY SIZE
                        WS-OVR-MAINT-OPER(WS-OVR-IX) DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                 END-STRING
                 WRITE CSVRPT-REC FROM WS-REPORT-LINE
              END-PERFORM

           END-IF.

           CLOSE CSVRPT.

      ******************************************************************
