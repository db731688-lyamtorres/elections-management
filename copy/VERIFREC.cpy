      ******************************************************************
      * Copybook:     VERIFREC
      * Purpose:      Record layout for the post-election hand-count
      *               audit file (verifmanuelle.dat), written by
      *               verificationManuelle. The file is an append-only
      *               journal, permanent across scrutins; the audit of
      *               a scrutin is rebuilt by reading the records
      *               carrying its id. Record types:
      *                 T - draw of one tier of the sample: mode
      *                     (keying batches or precincts), the seed
      *                     entered by the board, the generator state
      *                     after the draw, cumulative sample size,
      *                     population and the director's tolerance;
      *                 L - one batch (or precinct) drawn, with its
      *                     draw rank;
      *                 C - hand-counted votes for one candidate in
      *                     one drawn batch;
      *                 R - discrepancy statement of a tier: machine
      *                     votes, total discrepancy, rate and
      *                     verdict (within tolerance, escalated,
      *                     over tolerance on a full hand count);
      *                 S - signature of the finished audit.
      *               clotureScrutin refuses to certify a scrutin with
      *               no S record.
      * Modification History:
      *   2026-10-15  MF    Initial layout.
      ******************************************************************
       01  VM-RECORD.
           05  VM-TYPE-ENREG           PIC X(01).
               88  VM-TYPE-TIRAGE              VALUE "T".
               88  VM-TYPE-LOT                 VALUE "L".
               88  VM-TYPE-COMPTE              VALUE "C".
               88  VM-TYPE-RESULTAT            VALUE "R".
               88  VM-TYPE-SIGNATURE           VALUE "S".
           05  VM-ID-SCRUTIN           PIC 9(04).
           05  VM-PALIER               PIC 9(02).
           05  VM-DATE                 PIC 9(08).
           05  VM-OPERATEUR            PIC X(06).
           05  FILLER                  PIC X(39).

       01  VM-TIRAGE-REC REDEFINES VM-RECORD.
           05  FILLER                  PIC X(21).
           05  VM-T-MODE               PIC X(01).
               88  VM-T-MODE-LOTS              VALUE "L".
               88  VM-T-MODE-BUREAUX           VALUE "B".
           05  VM-T-GERME              PIC 9(10).
           05  VM-T-ETAT               PIC 9(10).
           05  VM-T-TAILLE             PIC 9(04).
           05  VM-T-POPULATION         PIC 9(04).
           05  VM-T-TOLERANCE          PIC 9(02)V99.
           05  FILLER                  PIC X(06).

       01  VM-LOT-REC REDEFINES VM-RECORD.
           05  FILLER                  PIC X(21).
           05  VM-L-LOT                PIC 9(04).
           05  VM-L-RANG               PIC 9(04).
           05  VM-L-PRECINCT           PIC 9(04).
           05  FILLER                  PIC X(27).

       01  VM-COMPTE-REC REDEFINES VM-RECORD.
           05  FILLER                  PIC X(21).
           05  VM-C-LOT                PIC 9(04).
           05  VM-C-CANDIDAT           PIC 9(04).
           05  VM-C-VOTES              PIC 9(05).
           05  FILLER                  PIC X(26).

       01  VM-RESULTAT-REC REDEFINES VM-RECORD.
           05  FILLER                  PIC X(21).
           05  VM-R-VOTES-MACHINE      PIC 9(07).
           05  VM-R-ECART              PIC 9(07).
           05  VM-R-TAUX               PIC 9(03)V99.
           05  VM-R-VERDICT            PIC X(01).
               88  VM-R-CONFORME               VALUE "C".
               88  VM-R-ELARGI                 VALUE "E".
               88  VM-R-HORS-TOLERANCE         VALUE "X".
           05  FILLER                  PIC X(19).

       01  VM-SIGNATURE-REC REDEFINES VM-RECORD.
           05  FILLER                  PIC X(21).
           05  VM-S-NOM                PIC X(20).
           05  FILLER                  PIC X(19).
