      *               printed candidates.
      * Modification History:
      *   2026-09-02  MF    Initial layout.
      *   2026-10-15  MF    File now maintained by definitionBulletin
      *                     (register, withdraw). Layout unchanged.
      ******************************************************************
       01  QW-RECORD.
           05  QW-CODE                 PIC 9(04).
