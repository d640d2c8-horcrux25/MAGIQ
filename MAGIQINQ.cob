      *                                RECORD, SO THE SERVICE DESK     *
      *                                SEES WHICH NIGHT'S RUN LAST     *
      *                                TOUCHED THE KEY                 *
      * 15/10/26 EDEN CRUZ             SHOW THE MAINTENANCE DATE AND   *
      *                                OPERATOR MAGIQMNT NOW STAMPS    *
      *                                ON A KEY CORRECTED BY HAND.     *
      *                                CSVMST-REC GROWS BY 16 BYTES,   *
      *                                SO AN EXISTING MASTER.DAT MUST  *
      *                                BE DELETED AND RELOADED         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  CSVMST-LOAD-DATE                PIC 9(08).
           05  CSVMST-LOAD-DATE-X REDEFINES CSVMST-LOAD-DATE
                                               PIC X(08).
           05  CSVMST-MAINT-DATE               PIC 9(08).
           05  CSVMST-MAINT-DATE-X REDEFINES CSVMST-MAINT-DATE
                                               PIC X(08).
           05  CSVMST-MAINT-OPER               PIC X(08).

       FD  INQHDR.
       01  INQHDR-REC                          PIC X(300).
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

