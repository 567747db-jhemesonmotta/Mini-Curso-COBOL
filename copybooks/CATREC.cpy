      ******************************************************************
      *    COPYBOOK      CATREC                                       *
      *    DESCRIPTION    RECORD LAYOUT FOR THE CATEGORY MASTER (VSAM  *
      *                   KSDS KEYED ON CT-CATEGORY) - THE TABLE OF    *
      *                   LEGAL VALUES FOR CM-CATEGORY ON THE CODE     *
      *                   MASTER, WITH WHAT EACH CATEGORY MEANS AND    *
      *                   THE DEPARTMENT THAT OWNS IT.  CDMAINT AND    *
      *                   CDSYNC REFUSE A CODE THAT POINTS AT A        *
      *                   CATEGORY NOT ON THIS FILE OR INACTIVE,       *
      *                   CDVERIFY REPORTS MASTER RECORDS THAT DO,     *
      *                   AND ORDSUMM PRINTS CT-DESC ON ITS CATEGORY   *
      *                   BREAKS.  AN INACTIVE CATEGORY STAYS ON FILE  *
      *                   FOR THE CODES ALREADY CARRYING IT BUT TAKES  *
      *                   NO NEW ONES.  MAINTAINED AS A MASTER BY      *
      *                   CATMAINT.  CT-LAST-MAINT IS THE BUSINESS     *
      *                   DATE OF THE LAST CATMAINT RUN THAT WROTE     *
      *                   THE RECORD.                                  *
      *                                                                *
      *    MODIFICATION HISTORY                                       *
      *    DATE       INIT  DESCRIPTION                                *
      *    2026-10-15  JAS  ORIGINAL COPYBOOK.                         *
      ******************************************************************
       01  CATEGORY-RECORD.
           05  CT-CATEGORY             PIC X(08).
           05  CT-STATUS               PIC X(01).
               88  CT-ACTIVE                   VALUE 'A'.
               88  CT-INACTIVE                 VALUE 'I'.
           05  CT-DESC                 PIC X(30).
           05  CT-DEPT                 PIC X(10).
           05  CT-LAST-MAINT           PIC 9(08).
