      *                                BEFORE-AND-AFTER COUNTS SO      *
      *                                OPERATIONS CAN PROVE THE PURGE  *
      *                                TOOK ONLY WHAT IT SHOULD        *
      * 15/10/26 EDEN CRUZ             CARRY THE 16 BYTES OF           *
      *                                MAINTENANCE STAMP NOW ON        *
      *                                CSVMST-REC THROUGH THE UNLOAD,  *
      *                                ARCHIVE AND RELOAD, SO A PURGE  *
      *                                DOES NOT LOSE WHO CORRECTED A   *
      *                                KEPT KEY BY HAND                *
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

       FD  PRGSCR.
       01  PRGSCR-REC                          PIC X(424).

       FD  PRGARCH.
       01  PRGARCH-REC                         PIC X(424).

       WORKING-STORAGE SECTION.

           05  WS-RECS-ARCHIVED                PIC 9(7) VALUE ZEROES.
           05  WS-RECS-AFTER                   PIC 9(7) VALUE ZEROES.

       01  WS-WORK-REC                         PIC X(424) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
