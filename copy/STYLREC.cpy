      *               office absent from the precinct's ballot style.
      * Modification History:
      *   2026-09-02  MF    Initial layout.
      *   2026-10-15  MF    File now maintained by definitionBulletin,
      *                     which also prints each precinct's ballot
      *                     proof. Layout unchanged.
      ******************************************************************
       01  ST-RECORD.
           05  ST-PRECINCT             PIC 9(04).
