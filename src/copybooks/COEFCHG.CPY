      *** image is the COEFIN-format card to put in     ***
      *** effect, and the changed-by field names who    ***
      *** submitted the change for the audit report.    ***
      *** An add or replace only goes on as pending;    ***
      *** 'V' approves the pending change and 'X'       ***
      *** rejects it, and on those two the changed-by   ***
      *** field names the reviewer, who must not be the ***
      *** user who entered the change.  A card image on ***
      *** a 'V' or 'X' card, when given, must match the ***
      *** pending image, so the reviewer signs off the  ***
      *** card they actually checked.                   ***
      *****************************************************
       01 COEFCHG-RECORD.
           05 CHG-ACTION PIC X(01).
               88 CHG-ADD     VALUE 'A'.
               88 CHG-REPLACE VALUE 'R'.
               88 CHG-APPROVE VALUE 'V'.
               88 CHG-REJECT  VALUE 'X'.
           05 CHG-EXERCISE-ID    PIC X(01).
           05 CHG-EFFECTIVE-DATE PIC X(08).
           05 CHG-CARD-IMAGE     PIC X(70).
