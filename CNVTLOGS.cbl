      *                      IMAGE FIELDS AT THE RECORD TAIL (SEE
      *                      CHGLOG) - WRITTEN HERE AS SPACES, THE
      *                      OLD HISTORY NEVER CARRIED THEM.
      *    2026-10-15  JAS   THE CHANGE LOG GAINED REQUESTER AND
      *                      APPROVER IDS AT THE TAIL (SEE CHGLOG) -
      *                      ALSO WRITTEN AS SPACES HERE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE CO-DATE          TO CLG-DATE
                   MOVE CO-TIME          TO CLG-TIME
                   MOVE SPACES           TO CLG-EFF-DATE-IMAGES
                   MOVE SPACES           TO CLG-APPROVAL-IDS
                   WRITE CHANGE-LOG-RECORD
                   IF WS-CHGLOG-CNV-STATUS = '00'
                       ADD 1 TO WS-CHGLOG-OUT
