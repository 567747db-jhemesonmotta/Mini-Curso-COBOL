      *                      CODES: 0 - NORMAL END, 16 - THE CODE
      *                      MASTER OR CHANGE LOG COULD NOT BE
      *                      OPENED.
      *    2026-10-15  JAS   THE CHANGE LOG NOW CARRIES REQUESTER AND
      *                      APPROVER IDS (SEE CHGLOG).  A STATUS FLIP
      *                      HERE IS LOGGED WITH THE RUNNING USER AS
      *                      THE REQUESTER AND NO APPROVER - THE
      *                      INQAUTH LIST IS THIS PROGRAM'S CONTROL,
      *                      NOT THE CDAPPRV DUAL CONTROL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE CM-CATEGORY TO CLG-BEFORE-CATEGORY.
           MOVE CM-EFF-FROM TO CLG-BEFORE-EFF-FROM.
           MOVE CM-EFF-TO   TO CLG-BEFORE-EFF-TO.
           MOVE WS-USER-ID  TO CLG-REQUESTER-ID.
           MOVE SPACES      TO CLG-APPROVER-ID.
           MOVE WS-CMD-STATUS TO CM-STATUS.
           REWRITE CODE-MASTER-RECORD
               INVALID KEY
