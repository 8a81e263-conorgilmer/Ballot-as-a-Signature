      *            rankings are normal; unused slots are zero), and
      *            VR-FORMAT-VER stamps the layout version so a
      *            reader can refuse a file that has not been through
      *            the conversion utility. Version '4' is this
      *            layout (335 bytes, 99 preference slots so a slate
      *            of up to 99 candidates can be carried); version
      *            '3' was the same record with 40 slots (158
      *            bytes) and version '2' the 40-slot record without
      *            the provenance, channel and election fields below
      *            (133 bytes). Because the file is indexed, an older
      *            file cannot even be opened under the v4 record
      *            length (status 39), so SubSTVVoteConv upgrades it
      *            once - renamed to votes_v3.dat (or votes_v2.dat),
      *            reloaded stamped '4' with the extra slots zeroed
      *            and any missing fields blanked. Readers accept
      *            VR-FORMAT-NUMERIC (any numeric-slot version), the
      *            first 40 preference slots being identical in all.
      *            The old free-text ranking (fixed numeric slots or
      *            name tokens, guessed at decode time) is gone -
      *            the same utility converts a legacy file once.
      *            written before the field existed - read as
      *            belonging to whatever election its constituency
      *            is under.
      *            A ticket vote - the voter marked a single party box
      *            above the line instead of ranking candidates - is
      *            its own ballot type: VR-PREF-COUNT is zero and the
      *            preference area carries the tag 'TKT' and the
      *            number of the party box marked (VR-TICKET-NO).
      *            The party's lodged ticket (party_tickets.dat,
      *            TicketRec.cpy) supplies the preferences when the
      *            count decodes the ballot, through SubSTVTicketExp.
      *            A reader that does not expand tickets sees no
      *            expressed preference on such a ballot.
      ******************************************************************
       01  VOTES-RECORD.
           05 VR-BALLOT-KEY.
           05 VR-FORMAT-VER     PIC X.
               88 VR-FORMAT-V2      VALUE '2'.
               88 VR-FORMAT-V3      VALUE '3'.
               88 VR-FORMAT-V4      VALUE '4'.
               88 VR-FORMAT-NUMERIC VALUE '2', '3', '4'.
           05 VR-PREF-COUNT     PIC 9(2).
           05 VR-PREF-AREA.
               10 VR-PREF        PIC 9(3) OCCURS 99 TIMES.
           05 VR-TICKET-AREA REDEFINES VR-PREF-AREA.
               10 VR-TICKET-TAG  PIC X(3).
                   88 VR-TICKET-BALLOT  VALUE 'TKT'.
               10 VR-TICKET-NO   PIC 9(2).
               10 filler         PIC X(292).
           05 VR-STATUS         PIC X.
               88 VR-LIVE           VALUE 'A'.
               88 VR-VOIDED         VALUE 'V'.
