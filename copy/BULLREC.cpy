      * Purpose:      Record layout for the ballot transaction file
      *               (bulletins.dat) - one record per vote cast for
      *               a candidate.
      *               Since ballot-level keying each paper ballot
      *               opens with a header record (BL-EN-TETE,
      *               candidate code zero) followed by its votes,
      *               all carrying the ballot number within the
      *               batch (BL-BULLETIN). An office marked for more
      *               than one candidate on the same ballot is voided:
      *               one BL-SURVOTE record carries the code of a
      *               candidate for that office, which identifies the
      *               office, and no vote is credited. decompteVotes
      *               derives ballots cast, overvotes and undervotes
      *               per office from these records.
      * Modification History:
      *   2026-08-09  MF    Initial layout.
      *   2026-09-02  MF    Added BL-LOT (carved out of the trailing
      *                     batch the record was entered under (see
      *                     LOTREC / saisieBulletins), zero for
      *                     records written outside a keying batch.
      *   2026-10-15  MF    Added BL-BULLETIN and BL-TYPE (the rest
      *                     of the trailing filler - record stays
      *                     26): ballot number within the batch and
      *                     record type - ballot header, vote or
      *                     voided (overvoted) office. A blank type
      *                     (records written before the change) reads
      *                     as a vote.
      ******************************************************************
       01  BL-RECORD.
           05  BL-CODE-CANDIDAT        PIC 9(04).
           05  BL-PRECINCT             PIC 9(04).
           05  BL-DATE                 PIC 9(08).
           05  BL-LOT                  PIC 9(04).
           05  BL-BULLETIN             PIC 9(05).
           05  BL-TYPE                 PIC X(01).
               88  BL-EN-TETE                  VALUE "B".
               88  BL-VOTE                     VALUE "V" " ".
               88  BL-SURVOTE                  VALUE "S".
