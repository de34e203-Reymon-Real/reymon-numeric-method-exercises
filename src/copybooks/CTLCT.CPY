      *****************************************************
      *** Copybook: CTLCT.CPY                           ***
      *** Control-card layout for the statistical       ***
      *** control-limit chart.  One optional record on  ***
      *** the CTLCT dataset.  Exercise id and scenario  ***
      *** id select the series charted, as on the       ***
      *** run-history inquiry: spaces take every        ***
      *** series, scenario '00' only the production     ***
      *** card.  The baseline window is the number of   ***
      *** prior nights the limits are figured over      ***
      *** (2-30, default 20); the minimum is the number ***
      *** of baseline nights needed before a night is   ***
      *** judged (2 up to the window, default 5); the   ***
      *** trend run is the number of consecutive nights ***
      *** moving one way that is flagged (3-30, default ***
      *** 6); the sigma multiplier sets the limits at   ***
      *** the baseline mean plus or minus that many     ***
      *** standard deviations (9V99, default 3.00).     ***
      *** The print-from date (YYYYMMDD) limits the     ***
      *** nights printed; earlier nights still build    ***
      *** the baseline.  A field left blank or out of   ***
      *** range takes its default.                      ***
      *****************************************************
       01 CTLCT-RECORD.
           05 CTL-EXERCISE-ID      PIC X(01).
           05 CTL-SCENARIO-ID      PIC X(02).
           05 CTL-WINDOW-NIGHTS    PIC X(02).
           05 CTL-MINIMUM-NIGHTS   PIC X(02).
           05 CTL-TREND-NIGHTS     PIC X(02).
           05 CTL-SIGMA-MULTIPLIER PIC X(03).
           05 CTL-SIGMA-VALUE REDEFINES CTL-SIGMA-MULTIPLIER
                                   PIC 9V99.
           05 CTL-PRINT-FROM       PIC X(08).
