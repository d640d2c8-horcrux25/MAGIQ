      *                                FROM THE TRAILING AVERAGE, SO   *
      *                                A VENDOR QUIETLY SENDING HALF   *
      *                                A FILE SHOWS UP ON DAY ONE      *
      * 15/10/26 EDEN CRUZ             READ THE 340-BYTE AUDIT RECORD  *
      *                                MAGIQCSV NOW WRITES             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.

       FD  HISTIN.
       01  HISTIN-REC                          PIC X(340).

       FD  HISTRPT.
       01  HISTRPT-REC                         PIC X(132).
