      *** record who loaded the image and when, so a    ***
      *** changed result can be proven against a        ***
      *** changed (or unchanged) card.                  ***
      *** Changes are maker-checker controlled: a new   ***
      *** or replacement card waits in the pending      ***
      *** image (status 'P') until a second user        ***
      *** approves it into the card image (status 'A')  ***
      *** or rejects it (status 'R').  Only the card    ***
      *** image is ever run, so a record whose card     ***
      *** image is still spaces (an add not yet         ***
      *** approved, or rejected) is passed over, and a  ***
      *** pending replacement leaves the approved card  ***
      *** in force.  The reviewer fields record who     ***
      *** approved or rejected the change and when.     ***
      *** A status of space is a record loaded before   ***
      *** the approval control and counts as approved.  ***
      *****************************************************
       01 COEFMST-RECORD.
           05 CMST-KEY.
           05 CMST-CHANGED-BY  PIC X(08).
           05 CMST-CHANGE-DATE PIC 9(8).
           05 CMST-CHANGE-TIME PIC 9(6).
           05 CMST-APPROVAL-STATUS PIC X(01).
               88 CMST-PENDING  VALUE 'P'.
               88 CMST-APPROVED VALUES 'A', ' '.
               88 CMST-REJECTED VALUE 'R'.
           05 CMST-PENDING-IMAGE PIC X(70).
           05 CMST-REVIEWED-BY   PIC X(08).
           05 CMST-REVIEW-DATE   PIC 9(8).
           05 CMST-REVIEW-TIME   PIC 9(6).
