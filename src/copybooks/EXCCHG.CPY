      *****************************************************
      *** Copybook: EXCCHG.CPY                          ***
      *** Maintenance-card layout for the exception     ***
      *** register.  One card per action against one    ***
      *** open exception, named by its full key as      ***
      *** printed on the EXCAGE aging report: 'A'       ***
      *** acknowledges it, 'S' assigns it to the        ***
      *** analyst in the assign-to field, 'C' closes it ***
      *** with the resolution note.  The analyst field  ***
      *** names who took the action, for the audit      ***
      *** report and the register.                      ***
      *****************************************************
       01 EXCCHG-RECORD.
           05 ECH-ACTION PIC X(01).
               88 ECH-ACKNOWLEDGE VALUE 'A'.
               88 ECH-ASSIGN      VALUE 'S'.
               88 ECH-CLOSE       VALUE 'C'.
           05 ECH-KEY.
               10 ECH-SOURCE-PROGRAM PIC X(08).
               10 ECH-EXERCISE-ID    PIC X(01).
               10 ECH-EXCEPTION-TYPE PIC X(10).
               10 ECH-SUBJECT        PIC X(28).
               10 ECH-OPENED-DATE    PIC X(08).
               10 ECH-OPENED-TIME    PIC X(06).
           05 ECH-ANALYST         PIC X(08).
           05 ECH-ASSIGN-TO       PIC X(08).
           05 ECH-RESOLUTION-NOTE PIC X(60).
