      *****************************************************
      *** Copybook: EXCLNK.CPY                          ***
      *** Linkage area for EXCWRT01, the exception-     ***
      *** register writer.  The caller fills in the     ***
      *** source program, exercise, exception type,     ***
      *** subject, run date and detail text; EXCWRT01   ***
      *** sets the disposition to 'O' when it opened a  ***
      *** new exception, 'U' when it updated one still  ***
      *** open for the same problem, or 'X' when the    ***
      *** register could not be written.               ***
      *****************************************************
       01 EXCEPTION-LINK.
           05 EXL-PROBLEM-KEY.
               10 EXL-SOURCE-PROGRAM PIC X(08).
               10 EXL-EXERCISE-ID    PIC X(01).
               10 EXL-EXCEPTION-TYPE PIC X(10).
               10 EXL-SUBJECT        PIC X(28).
           05 EXL-RUN-DATE       PIC 9(8).
           05 EXL-DETAIL-TEXT    PIC X(80).
           05 EXL-DISPOSITION    PIC X(01).
               88 EXL-OPENED         VALUE 'O'.
               88 EXL-UPDATED        VALUE 'U'.
               88 EXL-NOT-REGISTERED VALUE 'X'.
