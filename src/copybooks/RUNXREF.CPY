      *****************************************************
      *** Copybook: RUNXREF.CPY                         ***
      *** Keyed run cross-reference record, one per     ***
      *** check or filing tied to one run of one        ***
      *** exercise, kept on the permanent RUNXREF       ***
      *** master so a run's evidence can be gathered in ***
      *** one inquiry (DOSINQ01).  The run key is the   ***
      *** run date/time RUNHIST files the step under    ***
      *** (its ITROUT header stamp), the exercise and   ***
      *** the scenario (spaces for the production       ***
      *** card), followed by the type of                ***
      *** cross-reference: 'ARCH' the archive           ***
      *** generation the driver wrote or filed, 'BAL '  ***
      *** the balancing result, 'CERT' the              ***
      *** certification result, 'TRND' the trend        ***
      *** verdict and 'FEED' the extract feed the run   ***
      *** went out on.  Each program files one record   ***
      *** per type per run; running it again replaces   ***
      *** the record, so it always holds the latest     ***
      *** word.  The result names the outcome, the      ***
      *** count is its flags or details, and the        ***
      *** reference names what it was checked against:  ***
      *** the archive DD, the other method's archive    ***
      *** (CERT), the prior run compared with (TRND) or ***
      *** the feed stamp (FEED, the FEEDST key).  The   ***
      *** posted stamp is when the record was last      ***
      *** filed.                                        ***
      *****************************************************
       01 RUNXREF-RECORD.
           05 XRF-KEY.
               10 XRF-RUN-KEY.
                   15 XRF-RUN-DATE    PIC 9(8).
                   15 XRF-RUN-TIME    PIC 9(6).
                   15 XRF-EXERCISE-ID PIC X(01).
                   15 XRF-SCENARIO-ID PIC X(02).
                       88 XRF-PRODUCTION-CARD VALUE SPACES.
               10 XRF-XREF-TYPE PIC X(04).
                   88 XRF-ARCHIVE-XREF VALUE 'ARCH'.
                   88 XRF-BALANCE-XREF VALUE 'BAL '.
                   88 XRF-CERTIFY-XREF VALUE 'CERT'.
                   88 XRF-TREND-XREF   VALUE 'TRND'.
                   88 XRF-FEED-XREF    VALUE 'FEED'.
           05 XRF-SOURCE-PROGRAM PIC X(08).
           05 XRF-RESULT         PIC X(10).
           05 XRF-COUNT          PIC 9(4).
           05 XRF-REFERENCE-NAME PIC X(08).
           05 XRF-REFERENCE-DATE PIC 9(8).
           05 XRF-REFERENCE-TIME PIC 9(6).
           05 XRF-POSTED-DATE    PIC 9(8).
           05 XRF-POSTED-TIME    PIC 9(6).
           05 XRF-DETAIL-TEXT    PIC X(80).
