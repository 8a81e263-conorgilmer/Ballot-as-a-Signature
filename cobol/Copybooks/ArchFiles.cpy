      ******************************************************************
      * Copybook:  ArchFiles.cpy
      * Purpose:   The line-sequential data files an election
      *            produces, in the order the archive copies them
      *            into a dated set (arch_YYYYMMDD_<name>); the
      *            indexed votes file is handled separately as a
      *            flat image (arch_YYYYMMDD_votes_output.dat) and
      *            the set describes itself in
      *            arch_YYYYMMDD_manifest.dat. The audit trail is
      *            not on this list on purpose. Resetting truncates
      *            election_ctl.dat too: the next election is opened
      *            explicitly through the election control screen.
      *            Entries 15-20 are the per-election registers,
      *            cumulative stores and readiness verdicts: they
      *            belong to the finished election (an election
      *            court asks for the issued-papers register, and
      *            the results and party-flow stores would leak old
      *            figures into the next election's exports), so
      *            they are archived, restored, and truncated by the
      *            reset - the bureau batch register with them, so
      *            the next election's batch ids start clean. The
      *            two candidate files and the party tickets
      *            (entries 21-23) are archived and restored with the
      *            ballots - a recount must run against the slate,
      *            names and withdrawal flags of its own election, and
      *            expand its ticket votes against the tickets that
      *            were lodged for it - but the reset leaves them in
      *            place for the next election (the reset loop stops
      *            at 20). The archive
      *            (SubSTVArchive) writes the sets from this list
      *            and the retention run (SubSTVRetain) destroys
      *            them from it.
      ******************************************************************
       01 AF-FILE-LIST-AREA.
           05 AF-FILE-NAME-1   PIC X(30)
               VALUE 'votes_seq_ctl.dat'.
           05 AF-FILE-NAME-2   PIC X(30)
               VALUE 'stv_count_output.dat'.
           05 AF-FILE-NAME-3   PIC X(30)
               VALUE 'stv_transfer_detail.dat'.
           05 AF-FILE-NAME-4   PIC X(30)
               VALUE 'stv_round_feed.dat'.
           05 AF-FILE-NAME-5   PIC X(30)
               VALUE 'risk_report_output.dat'.
           05 AF-FILE-NAME-6   PIC X(30)
               VALUE 'permutations_output.dat'.
           05 AF-FILE-NAME-7   PIC X(30)
               VALUE 'ballot_rejects.dat'.
           05 AF-FILE-NAME-8   PIC X(30)
               VALUE 'election_ctl.dat'.
           05 AF-FILE-NAME-9   PIC X(30)
               VALUE 'stv_declaration.dat'.
           05 AF-FILE-NAME-10  PIC X(30)
               VALUE 'stv_verify_report.dat'.
           05 AF-FILE-NAME-11  PIC X(30)
               VALUE 'preference_flow_output.dat'.
           05 AF-FILE-NAME-12  PIC X(30)
               VALUE 'uniqueness_scan_output.dat'.
           05 AF-FILE-NAME-13  PIC X(30)
               VALUE 'entry_mismatch.dat'.
           05 AF-FILE-NAME-14  PIC X(30)
               VALUE 'permutations_output.json'.
           05 AF-FILE-NAME-15  PIC X(30)
               VALUE 'issued_papers.dat'.
           05 AF-FILE-NAME-16  PIC X(30)
               VALUE 'box_register.dat'.
           05 AF-FILE-NAME-17  PIC X(30)
               VALUE 'stv_party_flow_store.dat'.
           05 AF-FILE-NAME-18  PIC X(30)
               VALUE 'stv_results_store.dat'.
           05 AF-FILE-NAME-19  PIC X(30)
               VALUE 'stv_ready_cert.dat'.
           05 AF-FILE-NAME-20  PIC X(30)
               VALUE 'import_batches.dat'.
           05 AF-FILE-NAME-21  PIC X(30)
               VALUE 'candidate_master.dat'.
           05 AF-FILE-NAME-22  PIC X(30)
               VALUE 'candidate_names.dat'.
           05 AF-FILE-NAME-23  PIC X(30)
               VALUE 'party_tickets.dat'.
       01 AF-FILE-LIST-TABLE REDEFINES AF-FILE-LIST-AREA.
           05 AF-FILE-NAME     PIC X(30) OCCURS 23 TIMES.
