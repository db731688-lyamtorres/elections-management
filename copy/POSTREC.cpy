      *               program traitementPostal.
      * Modification History:
      *   2026-08-21  MF    Initial layout.
      *   2026-10-15  MF    Added PO-NATURE and PO-DEFICIENCE (carved
      *                     out of the trailing filler - record stays
      *                     30): a returned envelope may carry a
      *                     fixable deficiency noted by the mail room,
      *                     which puts the issuance in cure instead of
      *                     accepting it, and a record of nature C is
      *                     the elector's cure response for that
      *                     envelope.
      ******************************************************************
       01  PO-RECORD.
           05  PO-ELECTEUR             PIC 9(05).
           05  PO-DATE-RECEPTION       PIC 9(08).
           05  PO-ENVELOPPE            PIC X(10).
           05  PO-NATURE               PIC X(01).
               88  PO-ENVELOPPE-RETOURNEE      VALUE "E" " ".
               88  PO-REPONSE-CORRECTION       VALUE "C".
           05  PO-DEFICIENCE           PIC X(01).
               88  PO-SANS-DEFICIENCE          VALUE " ".
               88  PO-SIGNATURE-ABSENTE        VALUE "S".
               88  PO-SIGNATURE-DISCORDANTE    VALUE "D".
               88  PO-TEMOIN-ABSENT            VALUE "T".
               88  PO-DEFICIENCE-VALIDE        VALUE "S" "D" "T".
           05  FILLER                  PIC X(05).
