      ******************************************************************
      * Copybook:  CustRec.cpy
      * Purpose:   FD record layout for the ballot box custody log
      *            (box_custody.dat), one line per event in the life
      *            of a box, appended in the order they happen and
      *            never rewritten - the box's chain of custody reads
      *            straight down the file:
      *              S - sealed at the close of poll; CU-SEAL holds
      *                  the seal numbers applied (up to four)
      *              H - handed over from CU-FROM to CU-TO
      *              O - opened at the count centre; CU-SEAL holds
      *                  the seal numbers found on the box and
      *                  CU-RESULT whether they matched those applied
      *                  (M) or not (X). A mismatch puts the box on
      *                  hold: no ballots are accepted for it by the
      *                  import, manual entry or reject resubmission
      *              C - hold cleared by a supervisor or the
      *                  returning officer, CU-NOTE saying why
      *            CU-DATE / CU-TIME are when the event took place,
      *            as keyed (a seal applied at a station may be
      *            entered later); CU-OPERATOR is the operator who
      *            signed for it.
      ******************************************************************
       01  CUSTODY-RECORD.
           05 CU-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 CU-BOX-ID        PIC X(8).
           05 filler           PIC X.
           05 CU-DATE          PIC 9(8).
           05 filler           PIC X.
           05 CU-TIME          PIC 9(4).
           05 filler           PIC X.
           05 CU-EVENT         PIC X.
               88 CU-SEALED        VALUE 'S'.
               88 CU-HANDOVER      VALUE 'H'.
               88 CU-OPENED        VALUE 'O'.
               88 CU-CLEARED       VALUE 'C'.
           05 filler           PIC X.
           05 CU-RESULT        PIC X.
               88 CU-SEALS-MATCH   VALUE 'M'.
               88 CU-SEALS-DIFFER  VALUE 'X'.
           05 filler           PIC X.
           05 CU-SEALS.
               10 CU-SEAL          PIC X(10) OCCURS 4 TIMES.
           05 filler           PIC X.
           05 CU-FROM          PIC X(20).
           05 filler           PIC X.
           05 CU-TO            PIC X(20).
           05 filler           PIC X.
           05 CU-OPERATOR      PIC X(8).
           05 filler           PIC X.
           05 CU-NOTE          PIC X(40).
