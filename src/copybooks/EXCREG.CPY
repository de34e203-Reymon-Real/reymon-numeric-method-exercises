      *****************************************************
      *** Copybook: EXCREG.CPY                          ***
      *** Keyed exception-register record, one per      ***
      *** problem raised by a checking program          ***
      *** (TREND01, BALCHK01, RTCERT01, ACKCHK01,       ***
      *** PREVAL01).  The key names the source program, ***
      *** the exercise (space when the problem is not   ***
      *** tied to one), the exception type, the subject ***
      *** the problem was found on (feed stamp, archive ***
      *** DD, card file and location - spaces when the  ***
      *** exercise says it all) and the date and time   ***
      *** the exception was opened.  While an exception ***
      *** is still open the same problem raised on a    ***
      *** later night updates it - last run date,       ***
      *** occurrence count and detail text - instead of ***
      *** opening a second one; once closed, a new      ***
      *** occurrence opens a new record under a new     ***
      *** opened stamp, so the closed one stays as      ***
      *** history.  Status 'N' is new, 'A'              ***
      *** acknowledged, 'C' closed; the trailing fields ***
      *** record who acknowledged, assigned and closed  ***
      *** it, when, and how it was resolved.            ***
      *****************************************************
       01 EXCREG-RECORD.
           05 EXC-KEY.
               10 EXC-PROBLEM-KEY.
                   15 EXC-SOURCE-PROGRAM PIC X(08).
                   15 EXC-EXERCISE-ID    PIC X(01).
                   15 EXC-EXCEPTION-TYPE PIC X(10).
                   15 EXC-SUBJECT        PIC X(28).
               10 EXC-OPENED-DATE    PIC 9(8).
               10 EXC-OPENED-TIME    PIC 9(6).
           05 EXC-STATUS PIC X(01).
               88 EXC-NEW          VALUE 'N'.
               88 EXC-ACKNOWLEDGED VALUE 'A'.
               88 EXC-CLOSED       VALUE 'C'.
               88 EXC-OPEN         VALUES 'N', 'A'.
           05 EXC-FIRST-RUN-DATE  PIC 9(8).
           05 EXC-LAST-RUN-DATE   PIC 9(8).
           05 EXC-OCCURRENCES     PIC 9(4).
           05 EXC-DETAIL-TEXT     PIC X(80).
           05 EXC-ACK-BY          PIC X(08).
           05 EXC-ACK-DATE        PIC 9(8).
           05 EXC-ASSIGNED-TO     PIC X(08).
           05 EXC-ASSIGNED-BY     PIC X(08).
           05 EXC-ASSIGNED-DATE   PIC 9(8).
           05 EXC-CLOSED-BY       PIC X(08).
           05 EXC-CLOSED-DATE     PIC 9(8).
           05 EXC-RESOLUTION-NOTE PIC X(60).
