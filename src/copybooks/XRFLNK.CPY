      *****************************************************
      *** Copybook: XRFLNK.CPY                          ***
      *** Linkage area for XRFWRT01, the run            ***
      *** cross-reference writer.  The caller fills in  ***
      *** the run key (the ITROUT header run date/time, ***
      *** exercise and scenario of the run it checked   ***
      *** or filed), the cross-reference type, its own  ***
      *** program id, the result, count, reference and  ***
      *** detail text; XRFWRT01 stamps the posting time ***
      *** and sets the disposition to 'F' when it filed ***
      *** a new record, 'R' when it replaced one        ***
      *** already on file for the same run and type, or ***
      *** 'X' when RUNXREF could not be written.  A     ***
      *** CALL resets RETURN-CODE, so a caller that has ***
      *** already set its own restores it afterwards.   ***
      *****************************************************
       01 XREF-LINK.
           05 XRL-KEY.
               10 XRL-RUN-DATE    PIC 9(8).
               10 XRL-RUN-TIME    PIC 9(6).
               10 XRL-EXERCISE-ID PIC X(01).
               10 XRL-SCENARIO-ID PIC X(02).
               10 XRL-XREF-TYPE   PIC X(04).
           05 XRL-SOURCE-PROGRAM PIC X(08).
           05 XRL-RESULT         PIC X(10).
           05 XRL-COUNT          PIC 9(4).
           05 XRL-REFERENCE-NAME PIC X(08).
           05 XRL-REFERENCE-DATE PIC 9(8).
           05 XRL-REFERENCE-TIME PIC 9(6).
           05 XRL-DETAIL-TEXT    PIC X(80).
           05 XRL-DISPOSITION    PIC X(01).
               88 XRL-FILED      VALUE 'F'.
               88 XRL-REPLACED   VALUE 'R'.
               88 XRL-NOT-FILED  VALUE 'X'.
