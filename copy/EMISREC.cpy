      *               elector is rejected at intake.
      * Modification History:
      *   2026-09-02  MF    Initial layout.
      *   2026-10-15  MF    Cure of deficient returns: new statuses A
      *                     CORRIGER (returned with a fixable
      *                     deficiency, awaiting the elector's cure)
      *                     and NON CORRIGEE (rejected when the cure
      *                     deadline passed), plus EM-DEFICIENCE and
      *                     EM-DATE-AVIS - the date the elector was
      *                     first put on the cure-notice list - carved
      *                     out of the trailing filler (record stays
      *                     40). See traitementPostal.
      ******************************************************************
       01  EM-RECORD.
           05  EM-ELECTEUR             PIC 9(05).
           05  EM-STATUT               PIC X(01).
               88  EM-EMISE                    VALUE "E".
               88  EM-RETOURNEE                VALUE "R".
               88  EM-A-CORRIGER               VALUE "C".
               88  EM-NON-CORRIGEE             VALUE "N".
           05  EM-ID-SCRUTIN           PIC 9(04).
           05  EM-DEFICIENCE           PIC X(01).
           05  EM-DATE-AVIS            PIC 9(08).
           05  FILLER                  PIC X(03).
