      *               into the count.
      * Modification History:
      *   2026-09-02  MF    Initial layout.
      *   2026-10-15  MF    Added WI-BULLETIN (the trailing filler -
      *                     record stays 64): ballot number within
      *                     the batch, carried over to BL-BULLETIN
      *                     when revisionEcrits consolidates the
      *                     choice.
      ******************************************************************
       01  WI-RECORD.
           05  WI-PRECINCT             PIC 9(04).
               88  WI-REJETE                   VALUE "R".
           05  WI-CODE-ATTRIBUE        PIC 9(04).
           05  WI-ID-SCRUTIN           PIC 9(04).
           05  WI-BULLETIN             PIC 9(04).
