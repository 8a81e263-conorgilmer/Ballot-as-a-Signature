      ******************************************************************
      * Copybook:  ImpBatch.cpy
      * Purpose:   FD record layout for the bureau batch register
      *            (import_batches.dat), one record per scanning
      *            bureau batch the ballot import (SubSTVImport) has
      *            loaded. A batch whose id is already on the
      *            register is refused, so the same bureau file (or
      *            the same batch sent again in a later file) cannot
      *            be imported twice:
      *              IB-BATCH-ID    - the bureau's batch id, off the
      *                               batch header record
      *              IB-CONST-CODE  - the constituency it was loaded
      *                               under
      *              IB-BOX-ID      - the ballot box its papers came
      *                               from
      *              IB-CHANNEL     - S bureau scanned, P postal,
      *                               I in person
      *              IB-SCAN-DATE   - the date the bureau scanned it
      *              IB-ROWS        - the rows the trailer stated (and
      *                               the import counted)
      *              IB-HASH        - the trailer's hash total of the
      *                               preference tokens
      *              IB-ACCEPTED    - ballots written to the votes
      *                               file
      *              IB-REJECTED    - rows sent to ballot_rejects.dat
      *              IB-RESULT      - A accepted (every row loaded),
      *                               P partly accepted (some rows
      *                               rejected), R rejected (every
      *                               row failed validation and went
      *                               to the rejects queue)
      *              IB-IMPORT-DATE - when it was loaded
      *              IB-OPERATOR    - who loaded it
      *            A batch refused unread (trailer missing or not
      *            agreeing, header in error, already imported) never
      *            reaches the register: nothing of it was loaded, and
      *            the bureau's corrected batch must be able to come
      *            in under the same id. Such batches appear only on
      *            the run's batch receipt report.
      ******************************************************************
       01  IMP-BATCH-RECORD.
           05 IB-BATCH-ID      PIC X(12).
           05 filler           PIC X.
           05 IB-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 IB-BOX-ID        PIC X(8).
           05 filler           PIC X.
           05 IB-CHANNEL       PIC X.
           05 filler           PIC X.
           05 IB-SCAN-DATE     PIC 9(8).
           05 filler           PIC X.
           05 IB-ROWS          PIC 9(6).
           05 filler           PIC X.
           05 IB-HASH          PIC 9(15).
           05 filler           PIC X.
           05 IB-ACCEPTED      PIC 9(6).
           05 filler           PIC X.
           05 IB-REJECTED      PIC 9(6).
           05 filler           PIC X.
           05 IB-RESULT        PIC X.
               88 IB-ALL-ACCEPTED  VALUE 'A'.
               88 IB-PART-ACCEPTED VALUE 'P'.
               88 IB-ALL-REJECTED  VALUE 'R'.
           05 filler           PIC X.
           05 IB-IMPORT-DATE   PIC 9(8).
           05 filler           PIC X.
           05 IB-OPERATOR      PIC X(8).
