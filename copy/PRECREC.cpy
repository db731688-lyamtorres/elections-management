      *                     ballots for an office absent from the
      *                     precinct's ballot style (see STYLREC /
      *                     bureauxpostes.dat). Layout unchanged.
      *   2026-10-15  MF    Three more zero-candidate records per
      *                     precinct and office on the precinct's
      *                     ballot, with PV-POSTE the office and PV-NOM
      *                     "BULLETINS DEPOSES", "SURVOTES" and
      *                     "SOUS-VOTES": ballots cast, ballots voided
      *                     for that office (more than one mark) and
      *                     ballots with no mark for it (see BULLREC).
      *                     Layout unchanged.
      ******************************************************************
       01  PV-RECORD.
           05  PV-PRECINCT             PIC 9(04).
