      *               the ballot, grouped by office.
      * Modification History:
      *   2026-08-09  MF    Initial layout.
      *   2026-10-15  MF    File now maintained by definitionBulletin
      *                     (add, withdraw, regroup by office);
      *                     codes 9000-9999 are refused. Layout
      *                     unchanged.
      ******************************************************************
       01  CD-RECORD.
           05  CD-CODE                 PIC 9(04).
