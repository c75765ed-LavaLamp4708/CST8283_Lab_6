               ASSIGN TO 'SEAT-PEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PARTY-REF-IN
               ASSIGN TO 'PARTIES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTY-REF-STATUS.
           SELECT TXN-REF-IO
               ASSIGN TO 'TXN-REF.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-REF-STATUS.
           SELECT BYELECT-CTL-IN
               ASSIGN TO 'BYELECT.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BYELECT-STATUS.
           SELECT OPERATOR-IN
               ASSIGN TO 'OPERATORS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT MEMBER-HIST-IO
               ASSIGN TO 'MEMBHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PARLIAMENT-IN.
       01 PROVINCE-SEAT-DISTRIBUTION.
           05 PROVINCE-NAME PIC A(25).
           05 PARTIES.
               10 PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 TOTAL-SEATS PIC 999.

       FD MAJORITY-REPORT-OUT.
       01 PRIOR-SEAT-DISTRIBUTION.
           05 PRIOR-PROVINCE-NAME PIC A(25).
           05 PRIOR-PARTIES.
               10 PRIOR-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 PRIOR-TOTAL-SEATS PIC 999.

       FD SEAT-TXN-IN.
           05 TXN-EFFECTIVE-DATE PIC 9(8).
           05 TXN-RIDING PIC X(30).
           05 TXN-MEMBER-NAME PIC X(30).
           05 TXN-TYPE PIC X.
           05 TXN-REVERSE-REF PIC X(8).
           05 TXN-REASON PIC X(20).

       FD PARLIAMENT-NEW-OUT.
       01 NEW-SEAT-DISTRIBUTION.
           05 NEW-PROVINCE-NAME PIC A(25).
           05 NEW-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 NEW-TOTAL-SEATS PIC 999.

       FD TXN-AUDIT-OUT.
       01 TXN-AUDIT-LINE PIC X(219).

      * Mirrors the fixed columns WRITE-TXN-AUDIT strings together, so
      * the inquiry mode can filter the trail by field and a reversal
      * can find the posting it names.
       FD TXN-AUDIT-IN.
       01 AUDIT-IN-LINE.
           05 AUDIT-IN-DATE PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-IN-DISPOSITION PIC X(40).
           05 FILLER PIC XX.
           05 AUDIT-IN-REF PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-IN-LINK-REF PIC X(8).
           05 FILLER PIC X.
           05 AUDIT-IN-RIDING PIC X(30).
           05 FILLER PIC X.
           05 AUDIT-IN-MEMBER PIC X(30).
           05 FILLER PIC X.
           05 AUDIT-IN-PRIOR-MEMBER PIC X(30).
           05 FILLER PIC X.
           05 AUDIT-IN-PRIOR-MEMBER-PARTY PIC X(3).
           05 FILLER PIC X.
           05 AUDIT-IN-PRIOR-RIDING-PARTY PIC X(3).
           05 FILLER PIC X.
           05 AUDIT-IN-MEMBER-ACTION PIC X.
           05 FILLER PIC X.
           05 AUDIT-IN-OPERATOR PIC X(8).

      * Last transaction reference issued, so every audit line gets a
      * number of its own across runs.
       FD TXN-REF-IO.
       01 TXN-REF-RECORD PIC X(8).

      * Days allowed between a seat falling vacant and the by-election
      * being called, when the statutory window is not the default.
       FD BYELECT-CTL-IN.
       01 BYELECT-CTL-RECORD PIC X(3).

      * Operators allowed to sign on at the console, each with a role:
      * I (inquiry only), U (update: may post seat transactions) or S
      * (supervisor: update, and may restore the masters).
       FD OPERATOR-IN.
       01 OPERATOR-RECORD.
           05 OPERATOR-REF-ID PIC X(8).
           05 OPERATOR-REF-ROLE PIC X.
           05 OPERATOR-REF-NAME PIC X(30).

      * One member's service history, a record each time a member takes
      * a seat (event S), leaves it (L) or changes party (C). A record
      * with no end date opens a spell; one with an end date closes it,
      * carrying the spell's start date, or none when the spell began
      * before the history was kept.
       FD MEMBER-HIST-IO.
       01 MEMBER-HIST-RECORD.
           05 MHIST-MEMBER-NAME PIC X(30).
           05 MHIST-PROVINCE PIC A(25).
           05 MHIST-RIDING PIC X(30).
           05 MHIST-PARTY PIC A(3).
           05 MHIST-EVENT PIC X.
           05 MHIST-START-DATE PIC X(8).
           05 MHIST-END-DATE PIC X(8).
           05 MHIST-REASON PIC X(20).
           05 MHIST-TXN-REF PIC X(8).
           05 MHIST-OPERATOR PIC X(8).

       FD RIDING-IN.
       01 RIDING-DETAIL-RECORD.
       01 MASTER-SEAT-RECORD.
           05 MASTER-PROVINCE-KEY PIC A(25).
           05 MASTER-PROVINCE-NAME PIC A(25).
           05 MASTER-PARTY-SEATS PIC 999 OCCURS 12 TIMES.
           05 MASTER-TOTAL-SEATS PIC 999.

       FD MEMBER-IN.
       FD EDIT-STAMP-IN.
       01 EDIT-STAMP-RECORD PIC X(80).

      * Each run-log line carries the operator ID in columns 81-88.
       FD RUN-LOG-OUT.
       01 RUN-LOG-RECORD.
           05 RUN-LOG-LINE PIC X(80).
           05 RUN-LOG-OPERATOR PIC X(8).

       FD CHECKPOINT-IO.
       01 CHECKPOINT-RECORD PIC A(3).
       01 RIDING-VOTE-RECORD.
           05 VOTE-PROVINCE-NAME PIC A(25).
           05 VOTE-RIDING-NAME PIC X(30).
           05 VOTE-PARTY-VOTES PIC 9(6) OCCURS 12 TIMES.

       FD REGION-IN.
       01 REGION-RECORD.
       01 MINORITY-CSV-LINE PIC X(80).

       FD SEAT-CHANGE-CSV-OUT.
       01 SEAT-CHANGE-CSV-LINE PIC X(100).

       FD REPORT-PACK-OUT.
       01 REPORT-PACK-LINE PIC X(80).
       01 PACK-LIST-RECORD PIC X(12).

       FD GEN-SOURCE-IN.
       01 GEN-SOURCE-RECORD PIC X(64).

       FD GEN-COPY-OUT.
       01 GEN-COPY-RECORD PIC X(64).

       FD GEN-CONTROL-IO.
       01 GEN-CONTROL-RECORD PIC X.
           05 PEND-EFFECTIVE-DATE PIC 9(8).
           05 PEND-RIDING PIC X(30).
           05 PEND-MEMBER-NAME PIC X(30).
           05 PEND-TYPE PIC X.
           05 PEND-REVERSE-REF PIC X(8).
           05 PEND-REASON PIC X(20).

       FD STANDINGS-HIST-IO.
       01 STANDINGS-HIST-RECORD.
           05 HIST-PARTY-CODE PIC A(3).
           05 HIST-PARTY-SEATS PIC 9(5).

       FD PARTY-REF-IN.
       01 PARTY-REF-RECORD.
           05 PARTY-REF-CODE PIC X(3).
           05 PARTY-REF-COLUMN PIC XX.
           05 PARTY-REF-NAME PIC X(30).
           05 PARTY-REF-STATUS PIC X.
           05 PARTY-REF-REGISTERED PIC X(8).
           05 PARTY-REF-DEREGISTERED PIC X(8).

       WORKING-STORAGE SECTION.
       01 SUBS.
           05 PROVINCE-SUB PIC 99.
           05 PARTY-SUB PIC 99.
           05 PARTY-SUB-WITH-MAJORITY PIC 99.
           05 STANDING-SUB-A PIC 99.
           05 STANDING-SUB-B PIC 99.
           05 STANDING-SUB-MAX PIC 99.
           05 WS-MATCHED-PROVINCE-SUB PIC 99.
           05 WS-BATCH-SUB PIC 99.
           05 WS-TIE-COUNT PIC 99.
           05 WS-PRIOR-SUB PIC 99.
           05 WS-MATCHED-PRIOR-SUB PIC 99.
           05 WS-POPULATION-SUB PIC 99.
           05 REP-SUB-B PIC 99.
           05 REP-SUB-MAX PIC 99.

       01 WS-MAJORITY-PARTY-NAME PIC X(30).

       01 WS-PARTY-LIST-STATUS PIC XX.

       01 WS-RIDING-SUB PIC 999.

       01 WS-RIDING-PARTY-COUNTS.
           05 WS-RIDING-PARTY-COUNT PIC 999 OCCURS 12 TIMES.

      * Party reference table loaded from PARTIES.TXT, one entry per
      * seat column. Every seat layout carries twelve party columns; the
      * reference file says how many are in use and which party each
      * one belongs to.
       01 WS-PARTY-REF-STATUS PIC XX.

       01 WS-PARTY-TABLE.
           05 WS-PARTY-ENTRY OCCURS 12 TIMES.
               10 WS-PARTY-CODE PIC A(3).
               10 WS-PARTY-NAME PIC X(30).
               10 WS-PARTY-STATUS PIC X.
               10 WS-PARTY-REGISTERED PIC 9(8).
               10 WS-PARTY-DEREGISTERED PIC 9(8).
               10 WS-PARTY-DEFINED PIC 9.
               10 WS-PARTY-IN-FORCE PIC 9.

       01 WS-PARTY-CONTROLS.
           05 WS-PARTY-COUNT PIC 99 VALUE 0.
           05 WS-VAC-SUB PIC 99 VALUE 0.
           05 WS-PARTY-COLUMN PIC 99.
           05 WS-PARTY-SCAN-SUB PIC 99.
           05 WS-PARTY-LOOKUP-CODE PIC A(3).
           05 WS-PARTY-LOOKUP-SUB PIC 99.
           05 WS-PARTY-EOF PIC 9 VALUE 0.
           05 WS-PARTY-TABLE-BAD PIC 9 VALUE 0.
           05 WS-STAMP-PARTIES PIC XX.

      * The seven parties carried before the reference file existed,
      * used when PARTIES.TXT is not present.
       01 WS-DEFAULT-PARTY-CODES PIC X(21)
           VALUE "LIBCPCBQ NDPGP INDVAC".
       01 WS-DEFAULT-CODE-TABLE REDEFINES WS-DEFAULT-PARTY-CODES.
           05 WS-DEFAULT-CODE PIC A(3) OCCURS 7 TIMES.
       01 WS-DEFAULT-PARTY-NAMES.
           05 FILLER PIC X(30) VALUE "Liberals".
           05 FILLER PIC X(30) VALUE "Conservatives".
           05 FILLER PIC X(30) VALUE "Bloc Quebecois".
           05 FILLER PIC X(30) VALUE "New Democratic Party".
           05 FILLER PIC X(30) VALUE "Green Party".
           05 FILLER PIC X(30) VALUE "Independant".
           05 FILLER PIC X(30) VALUE "Vacant".
       01 WS-DEFAULT-NAME-TABLE REDEFINES WS-DEFAULT-PARTY-NAMES.
           05 WS-DEFAULT-NAME PIC X(30) OCCURS 7 TIMES.

      * Party column heading and seat cells, built from the reference
      * table for every report that shows a row per province or region.
       01 WS-PARTY-LINE-CONTROLS.
           05 WS-PARTY-HEADING PIC X(48).
           05 WS-PARTY-CELLS PIC X(48).
           05 WS-PARTY-CELL-POS PIC 99.
           05 WS-PARTY-CSV-HEADING PIC X(60).
           05 WS-PARTY-CSV-POS PIC 999.

       01 WS-DISPLAY-RIDING-MARGIN PIC ZZZZ9.

           05 MARG-SUB-MIN PIC 999.
           05 WS-MARGINAL-SHOWN PIC 999.
           05 WS-MARGINAL-LIMIT PIC 999 VALUE 25.
           05 WS-MARG-PARTY-SUB PIC 99.
           05 WS-FLIP-COUNT PIC 999.
           05 WS-FLIP-DONE PIC 9.
           05 WS-LEADER-SEATS PIC 9(5).

       01 WS-CSV-LEADER PIC A(3).

       01 WS-CSV-NAME-WORK PIC X(31).

       01 WS-CSV-SEAT-CHANGES.
           05 WS-CSV-SEAT-CHANGE-TABLE PIC ----9 OCCURS 12 TIMES.

       01 WS-HIST-FILE-STATUS PIC XX.

                   15 WS-PEND-DATE PIC 9(8).
                   15 WS-PEND-RIDING PIC X(30).
                   15 WS-PEND-MEMBER PIC X(30).
                   15 WS-PEND-TYPE PIC X.
                   15 WS-PEND-REVERSE-REF PIC X(8).
                   15 WS-PEND-REASON PIC X(20).

       01 WS-PENDING-CONTROLS.
           05 WS-PENDING-COUNT PIC 99 VALUE 0.
       01 WS-HIST-SNAPSHOTS.
           05 WS-HIST-ENTRY OCCURS 40 TIMES.
               10 WS-HIST-DATE PIC 9(8).
               10 WS-HIST-SEATS PIC 9(5) OCCURS 12 TIMES.

       01 WS-HIST-CONTROLS.
           05 WS-HIST-COUNT PIC 99 VALUE 0.
           05 WS-HIST-SUB PIC 99.
           05 WS-HIST-MATCH-SUB PIC 99.
           05 WS-HIST-PARTY-SUB PIC 99.
           05 WS-HIST-EOF PIC 9 VALUE 0.
           05 WS-HIST-FOUND PIC 9 VALUE 0.
           05 WS-HIST-NET-CHANGE PIC S9(5).
               10 WS-VOTE-PROVINCE PIC A(25).
               10 WS-VOTE-PROVINCE-KEY PIC A(25).
               10 WS-VOTE-RIDING PIC X(30).
               10 WS-VOTE-COUNT PIC 9(6) OCCURS 12 TIMES.

       01 WS-VOTE-ROW-COUNT PIC 999 VALUE 0.

       01 WS-VOTE-CONTROLS.
           05 WS-VOTE-SUB PIC 999.
           05 WS-VOTE-EOF PIC 9 VALUE 0.
           05 WS-PARTY-VOTE-TOTAL PIC 9(9) OCCURS 12 TIMES.
           05 WS-NATIONAL-VOTES PIC 9(9) VALUE 0.
           05 WS-PROV-VOTE-TOTAL PIC 9(8) OCCURS 12 TIMES.
           05 WS-PROVINCE-VOTES PIC 9(8) VALUE 0.
           05 WS-VOTE-SHARE PIC 999V9.
           05 WS-SEAT-SHARE PIC 999V9.
           05 WS-SHARE-DIFF PIC S999V9.
           05 WS-VOTE-MAX PIC 9(6).
           05 WS-VOTE-MAX-SUB PIC 99.
           05 WS-VOTE-WINNER-SUB PIC 99.
           05 WS-VOTE-ERROR-COUNT PIC 999 VALUE 0.
           05 WS-VOTE-RIDING-FOUND PIC 9 VALUE 0.
           05 WS-VOTE-RIDING-SUB PIC 999.
           05 DISPLAY-SEAT-SHARE PIC ZZ9.9.
           05 DISPLAY-SHARE-DIFF PIC -ZZ9.9.

      * Uniform-swing projection: the swing entered, each riding's vote
      * counts after the swing, the net seats changing hands per province
      * and party, and the seat table as it stands for comparison.
       01 WS-SWING-CONTROLS.
           05 WS-SWING-SCOPE PIC X(15).
           05 WS-SWING-REGION-KEY PIC X(15).
           05 WS-SWING-IN-SCOPE PIC 9 VALUE 0.
           05 WS-SWING-VALID PIC 9 VALUE 0.
           05 WS-SWING-FROM-SUB PIC 99 VALUE 0.
           05 WS-SWING-TO-SUB PIC 99 VALUE 0.
           05 WS-SWING-ENTRY PIC X(5).
           05 WS-SWING-DIGITS.
               10 WS-SWING-WHOLE PIC X(2) JUSTIFIED RIGHT.
               10 WS-SWING-TENTH PIC X.
           05 WS-SWING-DIGITS-VALUE REDEFINES WS-SWING-DIGITS
               PIC 99V9.
           05 WS-SWING-POINTS PIC 99V9 VALUE 0.
           05 WS-SWING-RIDING-VOTES PIC 9(8).
           05 WS-SWING-SHIFT PIC 9(7).
           05 WS-SWING-BASE-SUB PIC 99.
           05 WS-SWING-PROJ-SUB PIC 99.
           05 WS-SWING-MAX PIC 9(7).
           05 WS-SWING-PROVINCE-SUB PIC 99.
           05 WS-SWING-RESULT PIC S9(4).
           05 WS-SWING-CHANGE PIC S9(4).
           05 WS-SWING-MAJORITY-SUB PIC 99 VALUE 0.
           05 WS-SWING-RIDING-COUNT PIC 999 VALUE 0.
           05 WS-SWING-CHANGE-COUNT PIC 999 VALUE 0.
           05 WS-SWING-SKIPPED-COUNT PIC 999 VALUE 0.
           05 WS-SWING-NEGATIVE-COUNT PIC 999 VALUE 0.
           05 WS-SWING-VOTES PIC 9(7) OCCURS 12 TIMES.
           05 WS-SWING-ACTUAL-TOTAL PIC 9(5) OCCURS 12 TIMES.
           05 DISPLAY-SWING-POINTS PIC Z9.9.
           05 DISPLAY-SWING-COUNT PIC ZZ9.
           05 DISPLAY-SWING-ACTUAL PIC ZZZZ9.
           05 DISPLAY-SWING-CHANGE PIC ----9.

       01 WS-SWING-NET-TABLE.
           05 WS-SWING-PROVINCE-NET OCCURS 14 TIMES.
               10 WS-SWING-NET PIC S9(4) OCCURS 12 TIMES.

       01 WS-SWING-ACTUAL-PARLIAMENT.
           05 WS-SWING-ACTUAL-TABLE OCCURS 14 TIMES.
               10 WS-SWING-ACTUAL-NAME PIC A(25).
               10 WS-SWING-ACTUAL-KEY PIC A(25).
               10 WS-SWING-ACTUAL-PARTIES PIC 999 OCCURS 12 TIMES.
               10 WS-SWING-ACTUAL-SEATS PIC 999.

       01 WS-REGION-FILE-STATUS PIC XX.

       01 WS-REGION-MAP.
       01 WS-REGION-ROLLUP.
           05 WS-REGION-TABLE OCCURS 10 TIMES.
               10 WS-REGION-NAME PIC X(15).
               10 WS-REGION-SEATS PIC 9(5) OCCURS 12 TIMES.
               10 WS-REGION-TOTAL PIC 9(5).

       01 WS-REGION-CONTROLS.

       01 WS-COALITION-CONTROLS.
           05 WS-COALITION-DONE PIC 9 VALUE 0.
           05 WS-COALITION-COUNT PIC 99 VALUE 0.
           05 WS-CHOICE-PARTY-SUB PIC 99 VALUE 0.
           05 WS-COALITION-SELECTED PIC 9 OCCURS 12 TIMES.
           05 WS-COALITION-TOTAL PIC 9(5).
           05 WS-COALITION-DIFF PIC 9(5).
           05 WS-COMBO-MEMBER PIC 9 OCCURS 12 TIMES.
           05 WS-COMBO-MASK PIC 9(4).
           05 WS-COMBO-MASK-WORK PIC 9(4).
           05 WS-COMBO-MASK-LIMIT PIC 9(4).
           05 WS-COMBO-MASK-BIT PIC 9.
           05 WS-COMBO-TOTAL PIC 9(5).
           05 WS-COMBO-MIN-FLAG PIC 9.
           05 WS-COMBO-FOUND PIC 99.
           05 WS-COMBO-CODES PIC X(48).
           05 WS-COMBO-POS PIC 99.
           05 DISPLAY-COALITION-SEATS PIC ZZZZ9.


       01 WS-AUDIT-IN-STATUS PIC XX.

       01 WS-TXN-REF-STATUS PIC XX.

       01 WS-BYELECT-STATUS PIC XX.

       01 WS-OPERATOR-STATUS PIC XX.

       01 WS-MHIST-FILE-STATUS PIC XX.

      * Member service history: the record being written for a roster
      * change, the member being looked up, and the turnover report's
      * date range.
       01 WS-MHIST-CONTROLS.
           05 WS-MHIST-EVENT PIC X.
           05 WS-MHIST-EVENT-DATE PIC X(8).
           05 WS-MHIST-MEMBER PIC X(30).
           05 WS-MHIST-PROVINCE PIC A(25).
           05 WS-MHIST-PARTY PIC X(3).
           05 WS-MHIST-START PIC X(8).
           05 WS-MHIST-END PIC X(8).
           05 WS-MHIST-REASON PIC X(20).
           05 WS-MHIST-EOF PIC 9 VALUE 0.
           05 WS-MHIST-LOOKUP-NAME PIC X(30).
           05 WS-MHIST-LOOKUP-KEY PIC X(30).
           05 WS-MHIST-NAME-KEY PIC X(30).
           05 WS-MHIST-LISTED PIC 999 VALUE 0.
           05 WS-MHIST-SEATED PIC 9 VALUE 0.
           05 WS-MHIST-EVENT-LABEL PIC X(12).
           05 WS-MHIST-SHOWN-START PIC X(8).
           05 DISPLAY-MHIST-COUNT PIC ZZ9.
           05 WS-TURN-FROM-DATE PIC X(8).
           05 WS-TURN-TO-DATE PIC X(8).
           05 WS-TURN-DATE PIC X(8).
           05 WS-TURN-COUNTED PIC 999 VALUE 0.
           05 WS-TURN-UNUSABLE PIC 999 VALUE 0.
           05 WS-TURN-PARTY-SUB PIC 99.
           05 WS-TURN-ROWS PIC 999 VALUE 0.
           05 WS-TURN-NET PIC S999.
           05 DISPLAY-TURN-SEATED PIC ZZ9.
           05 DISPLAY-TURN-LEFT PIC ZZ9.
           05 DISPLAY-TURN-IN PIC ZZ9.
           05 DISPLAY-TURN-OUT PIC ZZ9.
           05 DISPLAY-TURN-NET PIC -ZZ9.

      * Turnover tallies by province and party, and nationally by party:
      * members seated and leaving, and members changing party in and
      * out.
       01 WS-TURNOVER-TABLE.
           05 WS-TURN-PROVINCE OCCURS 14 TIMES.
               10 WS-TURN-PARTY OCCURS 12 TIMES.
                   15 WS-TURN-SEATED PIC 999.
                   15 WS-TURN-LEFT PIC 999.
                   15 WS-TURN-IN PIC 999.
                   15 WS-TURN-OUT PIC 999.

       01 WS-TURNOVER-NATIONAL.
           05 WS-TURN-NATIONAL-PARTY OCCURS 12 TIMES.
               10 WS-TURN-NAT-SEATED PIC 999.
               10 WS-TURN-NAT-LEFT PIC 999.
               10 WS-TURN-NAT-IN PIC 999.
               10 WS-TURN-NAT-OUT PIC 999.

      * Vacant-seat ageing: the by-election window, and each vacant
      * riding with the date its seat fell vacant. The prior date is the
      * vacancy a later posting filled, put back if that posting is
      * reversed.
       01 WS-VACANCY-CONTROLS.
           05 WS-BYELECT-WINDOW PIC 999 VALUE 180.
           05 WS-VACANCY-COUNT PIC 999 VALUE 0.
           05 WS-VACANCY-SUB PIC 999.
           05 WS-VACANCY-MATCH-SUB PIC 999.
           05 WS-VACANCY-FOUND PIC 9 VALUE 0.
           05 WS-VACANCY-EOF PIC 9 VALUE 0.
           05 WS-VACANCY-OVERDUE-COUNT PIC 999 VALUE 0.
           05 WS-VACANCY-UNDATED-COUNT PIC 999 VALUE 0.
           05 WS-VACANCY-KEY PIC A(25).
           05 DISPLAY-VACANCY-DAYS PIC ZZZZ9.
           05 DISPLAY-BYELECT-WINDOW PIC ZZ9.
           05 DISPLAY-VACANCY-COUNT PIC ZZ9.

       01 WS-VACANCY-LIST.
           05 WS-VACANCY-TABLE OCCURS 350 TIMES.
               10 WS-VACANCY-RIDING-SUB PIC 999.
               10 WS-VACANCY-DATE PIC X(8).
               10 WS-VACANCY-PRIOR-DATE PIC X(8).
               10 WS-VACANCY-DAYS PIC 9(5).
               10 WS-VACANCY-OVERDUE PIC 9.

      * Day numbers for counting the days between two YYYYMMDD dates.
       01 WS-DAY-COUNT-CONTROLS.
           05 WS-DAY-COUNT-DATE PIC 9(8).
           05 WS-DAY-COUNT-PARTS REDEFINES WS-DAY-COUNT-DATE.
               10 WS-DAY-COUNT-YEAR PIC 9(4).
               10 WS-DAY-COUNT-MONTH PIC 99.
               10 WS-DAY-COUNT-DAY PIC 99.
           05 WS-DAY-COUNT PIC 9(7).
           05 WS-DAY-COUNT-TODAY PIC 9(7).
           05 WS-DAY-COUNT-PRIOR-YEAR PIC 9(4).
           05 WS-DAY-COUNT-QUOTIENT PIC 9(4).
           05 WS-DAY-COUNT-REMAINDER PIC 999.
           05 WS-DAY-COUNT-LEAP PIC 9.

       01 WS-MONTH-START-DAYS PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-DAYS.
           05 WS-MONTH-START PIC 999 OCCURS 12 TIMES.

       01 WS-AUDIT-QUERY.
           05 WS-AQ-PROVINCE PIC X(25).
           05 WS-AQ-PROVINCE-KEY PIC X(25).
           05 WS-AQ-SHOWN PIC 999 VALUE 0.
           05 WS-AQ-APPLIED PIC 999 VALUE 0.
           05 WS-AQ-LINE-KEY PIC X(25).
           05 WS-AQ-GAIN-SUB PIC 99.
           05 WS-AQ-LOSE-SUB PIC 99.
           05 WS-AQ-SEATS PIC 999.
           05 WS-AQ-NET PIC S9(4) OCCURS 12 TIMES.
           05 WS-AQ-REASON-SUB PIC 99.
           05 WS-AQ-REASON-FOUND PIC 9.
           05 WS-AQ-REASON-COUNT PIC 99 VALUE 0.
           05 DISPLAY-AQ-COUNT PIC ZZ9.
           05 DISPLAY-AQ-NET PIC -ZZZ9.

      * As-of-date rebuild: the net seats to back out per province and
      * party, and the loaded table kept aside while it is rolled back.
       01 WS-ASOF-CONTROLS.
           05 WS-ASOF-DATE PIC X(8).
           05 WS-ASOF-EOF PIC 9 VALUE 0.
           05 WS-ASOF-ROLLED-COUNT PIC 999 VALUE 0.
           05 WS-ASOF-REJECT-COUNT PIC 999 VALUE 0.
           05 WS-ASOF-UNUSABLE-COUNT PIC 999 VALUE 0.
           05 WS-ASOF-GAP-COUNT PIC 999 VALUE 0.
           05 WS-ASOF-NEGATIVE-COUNT PIC 999 VALUE 0.
           05 WS-ASOF-LAST-REF PIC 9(8) VALUE 0.
           05 WS-ASOF-REF PIC 9(8).
           05 WS-ASOF-SEATS PIC 999.
           05 WS-ASOF-RESULT PIC S9(4).
           05 DISPLAY-ASOF-COUNT PIC ZZ9.

       01 WS-ASOF-NET-TABLE.
           05 WS-ASOF-PROVINCE-NET OCCURS 14 TIMES.
               10 WS-ASOF-NET PIC S9(4) OCCURS 12 TIMES.

       01 WS-ASOF-SAVED-PARLIAMENT.
           05 WS-ASOF-SAVED-TABLE OCCURS 14 TIMES.
               10 WS-ASOF-SAVED-NAME PIC A(25).
               10 WS-ASOF-SAVED-KEY PIC A(25).
               10 WS-ASOF-SAVED-PARTIES PIC 999 OCCURS 12 TIMES.
               10 WS-ASOF-SAVED-TOTAL PIC 999.

       01 WS-AQ-REASONS.
           05 WS-AQ-REASON-TABLE OCCURS 10 TIMES.
               10 WS-AQ-REASON-TEXT PIC X(40).
               10 WS-AQ-REASON-TALLY PIC 999.

       01 WS-TXN-CONTROLS.
           05 WS-TXN-GAIN-SUB PIC 99 VALUE 0.
           05 WS-TXN-LOSE-SUB PIC 99 VALUE 0.
           05 WS-TXN-APPLIED-COUNT PIC 999 VALUE 0.
           05 WS-TXN-REJECT-COUNT PIC 999 VALUE 0.
           05 WS-TXN-DISPOSITION PIC X(40).
           05 WS-TXN-RIDING-FOUND PIC 9 VALUE 0.
           05 WS-TXN-MEMBER-SUB PIC 999 VALUE 0.
           05 WS-TXN-MEMBER-FOUND PIC 9 VALUE 0.
           05 WS-TXN-REF PIC 9(8) VALUE 0.
           05 WS-TXN-REF-FOUND PIC 9 VALUE 0.
           05 WS-TXN-REF-EOF PIC 9 VALUE 0.
           05 WS-TXN-LINK-REF PIC X(8).
           05 WS-TXN-SEATED-MEMBER PIC X(30).
           05 WS-TXN-PRIOR-MEMBER PIC X(30).
           05 WS-TXN-PRIOR-MEMBER-PARTY PIC X(3).
           05 WS-TXN-PRIOR-RIDING-PARTY PIC X(3).
           05 WS-TXN-MEMBER-ACTION PIC X.
           05 WS-TXN-SEATED-PARTY PIC X(3).

      * The original posting a reversal names, as read back from its
      * audit line.
       01 WS-REVERSAL-CONTROLS.
           05 WS-REV-TARGET-REF PIC X(8).
           05 WS-REV-FOUND PIC 9 VALUE 0.
           05 WS-REV-ALREADY PIC 9 VALUE 0.
           05 WS-REV-EOF PIC 9 VALUE 0.
           05 WS-REV-MEMBER-OK PIC 9 VALUE 0.
           05 WS-REV-PROVINCE PIC X(25).
           05 WS-REV-GAIN PIC X(3).
           05 WS-REV-LOSE PIC X(3).
           05 WS-REV-SEATS PIC X(3).
           05 WS-REV-DISPOSITION PIC X(40).
           05 WS-REV-RIDING PIC X(30).
           05 WS-REV-MEMBER PIC X(30).
           05 WS-REV-PRIOR-MEMBER PIC X(30).
           05 WS-REV-PRIOR-MEMBER-PARTY PIC X(3).
           05 WS-REV-PRIOR-RIDING-PARTY PIC X(3).
           05 WS-REV-ACTION PIC X.

       01 WS-BATCH-CONTROLS.
           05 WS-COMMAND-LINE-PARM PIC X(20).
           05 WS-BATCH-MODE PIC 9 VALUE 0.
           05 WS-BATCH-EOF PIC 9 VALUE 0.
           05 WS-BATCH-PARTY-COUNT PIC 99 VALUE 0.
           05 WS-BATCH-PARTY-LIST PIC A(3) OCCURS 12 TIMES.
           05 WS-RESTART-MODE PIC 9 VALUE 0.
           05 WS-CHECKPOINT-EOF PIC 9 VALUE 0.
           05 WS-DONE-PARTY-COUNT PIC 99 VALUE 0.
           05 WS-DONE-PARTY-LIST PIC A(3) OCCURS 12 TIMES.
           05 WS-DONE-SUB PIC 99.
           05 WS-PARTY-ALREADY-DONE PIC 9 VALUE 0.

       01 WS-CHECKPOINT-STATUS PIC XX.
           05 WS-PARLIAMENT-TABLE OCCURS 14 TIMES.
               10 WS-PROVINCE-NAME PIC A(25).
               10 WS-PROVINCE-KEY PIC A(25).
               10 WS-PARTIES PIC 999 OCCURS 12 TIMES.
               10 WS-TOTAL-SEATS PIC 999.

       01 WS-PRIOR-PARLIAMENT.
           05 WS-PRIOR-PARLIAMENT-TABLE OCCURS 14 TIMES.
               10 WS-PRIOR-PROVINCE-NAME PIC A(25).
               10 WS-PRIOR-PROVINCE-KEY PIC A(25).
               10 WS-PRIOR-PARTIES PIC 999 OCCURS 12 TIMES.
               10 WS-PRIOR-TOTAL-SEATS PIC 999.

       01 WS-PRIOR-PROVINCE-COUNT PIC 99 VALUE 0.

       01 WS-SEAT-CHANGES.
           05 WS-SEAT-CHANGE PIC S999 OCCURS 12 TIMES.

       01 WS-DISPLAY-SEAT-CHANGES.
           05 WS-DISPLAY-SEAT-CHANGE-TABLE PIC ---9 OCCURS 12 TIMES.

       01 WS-SEAT-SUM PIC 999 VALUE 0.
       01 DISPLAY-SEAT-SUM PIC ZZZ.
       01 DISPLAY-TOTAL-SEATS PIC ZZZ.

       01 WS-STANDINGS.
           05 WS-STANDING-ENTRY OCCURS 12 TIMES.
               10 WS-STANDING-CODE PIC A(3).
               10 WS-STANDING-NAME PIC X(30).
               10 WS-STANDING-TOTAL PIC 9(5).

       01 WS-STANDING-ENTRY-TEMP.
           05 WS-STANDING-CODE-TEMP PIC A(3).
           05 WS-STANDING-NAME-TEMP PIC X(30).
           05 WS-STANDING-TOTAL-TEMP PIC 9(5).

       01 WS-GRAND-TOTAL PIC 9(5) VALUE 0.

       01 USER-INPUT.
           05 PARTY-CHOICE PIC A(3).
           05 MENU-CHOICE PIC 99.
               88 IS-VALID-MENU-CHOICE VALUES 1 2 3 4 5 6 7 8 9 10 11
                   12 13 14 15 16 17 18 19.
           05 PROVINCE-CHOICE PIC A(25).
           05 BEGIN-MESSAGE PIC A.
           05 CONTINUE-MESSAGE PIC A.
           05 COALITION-MESSAGE PIC A.
           05 LOCK-MESSAGE PIC A.
           05 ROSTER-CHOICE PIC 9.
               88 IS-VALID-ROSTER-CHOICE VALUES 1 2 3 4.

       01 FLAGS.
           05 VALID-CHOICE PIC 9 VALUE 0.
       01 OUTPUT-FORMATS.
           05 DISPLAY-VALID-ROW-COUNT PIC ZZ.
           05 WS-DISPLAY-PARTIES.
               10 WS-DISPLAY-PARTIES-TABLE PIC ZZZ OCCURS 12 TIMES.

       01 WS-REPORT-DATE.
           05 WS-REPORT-YY PIC 99.
           05 WS-END-MARKER PIC X(8) VALUE "NORMAL".
           05 WS-SEAT-ERROR-COUNT PIC 999 VALUE 0.
           05 WS-DISPLAY-LOG-COUNT PIC ZZ9.
           05 WS-RUN-RETURN-CODE PIC 99 VALUE 0.

      * The operator signed on for this run (the fixed scheduler ID in
      * batch), stamped on every audit-trail and run-log line.
       01 WS-OPERATOR-CONTROLS.
           05 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           05 WS-OPERATOR-NAME PIC X(30) VALUE SPACES.
           05 WS-OPERATOR-ROLE PIC X VALUE SPACE.
               88 OPERATOR-CAN-UPDATE VALUES "U" "S".
               88 OPERATOR-IS-SUPERVISOR VALUE "S".
           05 WS-OPERATOR-ROLE-NAME PIC X(10).
           05 WS-OPERATOR-ENTRY PIC X(8).
           05 WS-OPERATOR-FILE-AVAILABLE PIC 9 VALUE 0.
           05 WS-OPERATOR-SIGNED-ON PIC 9 VALUE 0.
           05 WS-OPERATOR-EOF PIC 9 VALUE 0.
           05 WS-SIGN-ON-TRIES PIC 9 VALUE 0.
           05 WS-MODE-REFUSED PIC 9 VALUE 0.

       01 SPACER PIC X(75) VALUE ALL "-".

                   MOVE 1 TO WS-RESTART-MODE
               END-IF
           END-IF.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM ACQUIRE-RUN-LOCK.
           OPEN I-O PARLIAMENT-MASTER.
           IF WS-MASTER-IDX-STATUS = "00"
               OPEN INPUT PARLIAMENT-IN
               MOVE 1 TO WS-MASTER-FILE-OPEN
           END-IF.
           PERFORM LOAD-PARTY-TABLE.
           PERFORM CHECK-EDIT-STAMP.
           PERFORM LOAD-PRIOR-PARLIAMENT.
           PERFORM LOAD-RIDING-DETAIL.
           PERFORM LOAD-REGION-FILE.
           PERFORM LOAD-MEMBER-ROSTER.

      * Signs the operator on before the masters are touched. Batch runs
      * carry the fixed scheduler ID with the update role. At the
      * console the operator ID must be on OPERATORS.TXT; three failed
      * attempts end the run, logged under the last ID tried. Without
      * the operator file nobody can be vouched for, so the session is
      * limited to inquiry.
       SIGN-ON-OPERATOR.
           IF WS-BATCH-MODE = 1
               MOVE "SCHED" TO WS-OPERATOR-ID
               MOVE "Overnight scheduler" TO WS-OPERATOR-NAME
               MOVE "U" TO WS-OPERATOR-ROLE
               MOVE 1 TO WS-OPERATOR-SIGNED-ON
           ELSE
               OPEN INPUT OPERATOR-IN
               IF WS-OPERATOR-STATUS = "00"
                   MOVE 1 TO WS-OPERATOR-FILE-AVAILABLE
                   CLOSE OPERATOR-IN
               ELSE
                   DISPLAY "WARNING: no operator file (OPERATORS.TXT);"
                       " this session is limited to inquiry."
               END-IF
               MOVE 0 TO WS-SIGN-ON-TRIES
               PERFORM ACCEPT-OPERATOR-ID
                   UNTIL WS-OPERATOR-SIGNED-ON = 1
                   OR WS-SIGN-ON-TRIES = 3
           END-IF.
           PERFORM SET-OPERATOR-ROLE-NAME.
           IF WS-OPERATOR-SIGNED-ON = 0
               DISPLAY "ERROR: sign-on refused after three attempts."
               PERFORM WRITE-RUN-LOG-HEADER
               MOVE SPACES TO RUN-LOG-LINE
               STRING "  sign-on refused for operator ID "
                   WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
               PERFORM WRITE-RUN-LOG-LINE
               MOVE "ABNORMAL" TO WS-END-MARKER
               PERFORM CLOSE-ROUTINE
           ELSE IF WS-BATCH-MODE = 0
               DISPLAY "Signed on: " WS-OPERATOR-ID " "
                   WS-OPERATOR-NAME " (" WS-OPERATOR-ROLE-NAME ")"
               DISPLAY SPACES
           END-IF.

      * Prompts for an operator ID (folded to upper case) and looks it
      * up on the operator file.
       ACCEPT-OPERATOR-ID.
           ADD 1 TO WS-SIGN-ON-TRIES.
           DISPLAY "Operator ID:".
           MOVE SPACES TO WS-OPERATOR-ENTRY.
           ACCEPT WS-OPERATOR-ENTRY.
           INSPECT WS-OPERATOR-ENTRY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-OPERATOR-ENTRY TO WS-OPERATOR-ID.
           IF WS-OPERATOR-ENTRY = SPACES
               DISPLAY "ERROR: an operator ID is required."
           ELSE IF WS-OPERATOR-FILE-AVAILABLE = 0
               MOVE SPACES TO WS-OPERATOR-NAME
               MOVE "I" TO WS-OPERATOR-ROLE
               MOVE 1 TO WS-OPERATOR-SIGNED-ON
           ELSE
               OPEN INPUT OPERATOR-IN
               MOVE 0 TO WS-OPERATOR-EOF
               PERFORM READ-OPERATOR-RECORD
                   UNTIL WS-OPERATOR-EOF = 1
                   OR WS-OPERATOR-SIGNED-ON = 1
               CLOSE OPERATOR-IN
               IF WS-OPERATOR-SIGNED-ON = 0
                   DISPLAY "ERROR: operator " WS-OPERATOR-ENTRY
                       " is not on the operator file with a valid"
                       " role."
               END-IF
           END-IF.

      * Reads one operator record, signing the operator on when the ID
      * matches and the role is one of I, U or S.
       READ-OPERATOR-RECORD.
           READ OPERATOR-IN
               AT END MOVE 1 TO WS-OPERATOR-EOF.
           IF WS-OPERATOR-EOF = 0
               INSPECT OPERATOR-REF-ID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF OPERATOR-REF-ID = WS-OPERATOR-ENTRY
                   AND (OPERATOR-REF-ROLE = "I"
                   OR OPERATOR-REF-ROLE = "U"
                   OR OPERATOR-REF-ROLE = "S")
                   MOVE OPERATOR-REF-NAME TO WS-OPERATOR-NAME
                   MOVE OPERATOR-REF-ROLE TO WS-OPERATOR-ROLE
                   MOVE 1 TO WS-OPERATOR-SIGNED-ON
               END-IF
           END-IF.

      * Spells out the operator's role for the console and run log.
       SET-OPERATOR-ROLE-NAME.
           IF WS-OPERATOR-ROLE = "S"
               MOVE "SUPERVISOR" TO WS-OPERATOR-ROLE-NAME
           ELSE IF WS-OPERATOR-ROLE = "U"
               MOVE "UPDATE" TO WS-OPERATOR-ROLE-NAME
           ELSE IF WS-OPERATOR-ROLE = "I"
               MOVE "INQUIRY" TO WS-OPERATOR-ROLE-NAME
           ELSE
               MOVE "NONE" TO WS-OPERATOR-ROLE-NAME
           END-IF.

      * Turns away a menu mode that rewrites the masters when the
      * operator signed on without the update role.
       REFUSE-UPDATE-MODE.
           MOVE 1 TO WS-MODE-REFUSED.
           DISPLAY SPACES.
           DISPLAY "ERROR: operator " WS-OPERATOR-ID " ("
               WS-OPERATOR-ROLE-NAME ") may not post seat"
               " transactions.".
           DISPLAY "An operator with the update or supervisor role is"
               " required.".
           DISPLAY SPACES.

      * Takes the run lock (LAB6-RUN.LCK) before the masters open, so
      * the scheduled batch and a console session cannot report and
      * rewrite off the same files at once. A non-blank lock record
           OPEN OUTPUT RUN-LOCK-IO.
           MOVE SPACES TO RUN-LOCK-RECORD.
           STRING "in use: mode=" WS-RUN-MODE-NAME
               " op=" WS-OPERATOR-ID
               " since " WS-REPORT-MM "/" WS-REPORT-DD "/"
               WS-REPORT-YY " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
               DELIMITED BY SIZE INTO RUN-LOCK-RECORD.
      * edit: PARL-EDIT stamps its verdict to PARL-EDIT.OK, and anything
      * other than a readable PASSED stamp ends the run with the
      * abnormal marker in the run log. The stamp's row and seat
      * controls are kept for the cross-check after the load, and its
      * party column count must match the party reference table.
       CHECK-EDIT-STAMP.
           MOVE SPACES TO WS-EDIT-VERDICT.
           MOVE SPACES TO WS-STAMP-PARTIES.
           MOVE 0 TO WS-STAMP-CONTROLS-OK.
           OPEN INPUT EDIT-STAMP-IN.
           IF WS-STAMP-STATUS = "00"
                               TO WS-STAMP-SEATS
                           MOVE 1 TO WS-STAMP-CONTROLS-OK
                       END-IF
                       MOVE EDIT-STAMP-RECORD(46:2) TO WS-STAMP-PARTIES
               END-READ
               CLOSE EDIT-STAMP-IN
           END-IF.
               PERFORM WRITE-RUN-LOG-HEADER
               MOVE "ABNORMAL" TO WS-END-MARKER
               PERFORM CLOSE-ROUTINE
           ELSE IF WS-STAMP-PARTIES IS NOT NUMERIC
               OR WS-STAMP-PARTIES NOT = WS-PARTY-COUNT
               DISPLAY "ERROR: PARTIES.TXT has changed since the seat"
                   " file was edited."
               DISPLAY "Re-run PARL-EDIT (and PARL-LOAD) before"
                   " reporting."
               PERFORM WRITE-RUN-LOG-HEADER
               MOVE "ABNORMAL" TO WS-END-MARKER
               PERFORM CLOSE-ROUTINE
           END-IF.

      * Cross-checks the loaded seat table against the edit stamp's row
       SUM-LOADED-SEATS.
           ADD WS-TOTAL-SEATS(PROVINCE-SUB) TO WS-LOADED-SEAT-TOTAL.

      * Loads the party reference table from PARTIES.TXT, each party at
      * the seat column its record names, and finds the vacancy column
      * by its VAC code. Without the file the seven original parties are
      * used in their original columns. A bad reference file, or one
      * with no VAC party, ends the run: no report can be trusted to
      * put seats under the right party.
       LOAD-PARTY-TABLE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-PARTY-TABLE.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE 0 TO WS-PARTY-TABLE-BAD.
           OPEN INPUT PARTY-REF-IN.
           IF WS-PARTY-REF-STATUS = "00"
               PERFORM READ-PARTY-REF UNTIL WS-PARTY-EOF = 1
               CLOSE PARTY-REF-IN
               PERFORM CHECK-PARTY-COLUMN-GAP
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           ELSE
               PERFORM USE-DEFAULT-PARTY
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 7
               MOVE 7 TO WS-PARTY-COUNT
           END-IF.
           MOVE "VAC" TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-VAC-SUB.
           IF WS-PARTY-TABLE-BAD = 1 OR WS-VAC-SUB = 0
               DISPLAY "ERROR: the party reference file (PARTIES.TXT)"
                   " is not usable."
               IF WS-VAC-SUB = 0
                   DISPLAY "No VAC party is defined for vacant seats."
               END-IF
               PERFORM WRITE-RUN-LOG-HEADER
               MOVE "ABNORMAL" TO WS-END-MARKER
               PERFORM CLOSE-ROUTINE
           END-IF.

      * Reads one party reference record and files it at its column.
       READ-PARTY-REF.
           READ PARTY-REF-IN
               AT END MOVE 1 TO WS-PARTY-EOF.
           IF WS-PARTY-EOF = 0
               IF PARTY-REF-COLUMN IS NOT NUMERIC
                   OR PARTY-REF-COLUMN < "01"
                   OR PARTY-REF-COLUMN > "12"
                   OR PARTY-REF-CODE = SPACES
                   DISPLAY "ERROR: bad PARTIES.TXT record: "
                       PARTY-REF-RECORD
                   MOVE 1 TO WS-PARTY-TABLE-BAD
               ELSE
                   MOVE PARTY-REF-COLUMN TO WS-PARTY-COLUMN
                   PERFORM FILE-PARTY-REF
               END-IF
           END-IF.

      * Files a validated reference record at its seat column, refusing
      * a second party for the same column.
       FILE-PARTY-REF.
           IF WS-PARTY-DEFINED(WS-PARTY-COLUMN) = 1
               DISPLAY "ERROR: PARTIES.TXT defines column "
                   WS-PARTY-COLUMN " twice."
               MOVE 1 TO WS-PARTY-TABLE-BAD
           ELSE
               MOVE PARTY-REF-CODE TO WS-PARTY-CODE(WS-PARTY-COLUMN)
               MOVE PARTY-REF-NAME TO WS-PARTY-NAME(WS-PARTY-COLUMN)
               MOVE PARTY-REF-STATUS TO WS-PARTY-STATUS(WS-PARTY-COLUMN)
               MOVE 0 TO WS-PARTY-REGISTERED(WS-PARTY-COLUMN)
               IF PARTY-REF-STATUS = "D"
                   MOVE 0 TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               ELSE
                   MOVE 99999999
                       TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               END-IF
               IF PARTY-REF-REGISTERED IS NUMERIC
                   MOVE PARTY-REF-REGISTERED
                       TO WS-PARTY-REGISTERED(WS-PARTY-COLUMN)
               END-IF
               IF PARTY-REF-DEREGISTERED IS NUMERIC
                   AND PARTY-REF-DEREGISTERED NOT = "00000000"
                   MOVE PARTY-REF-DEREGISTERED
                       TO WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               END-IF
               MOVE 1 TO WS-PARTY-DEFINED(WS-PARTY-COLUMN)
               PERFORM SET-PARTY-IN-FORCE
               IF WS-PARTY-COLUMN > WS-PARTY-COUNT
                   MOVE WS-PARTY-COLUMN TO WS-PARTY-COUNT
               END-IF
           END-IF.

      * A party is in force when it was registered on or before today
      * and has not been deregistered as of today. A party marked D with
      * no deregistration date is taken as already deregistered.
       SET-PARTY-IN-FORCE.
           MOVE 1 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN).
           IF WS-PARTY-REGISTERED(WS-PARTY-COLUMN) > WS-TODAY-DATE
               MOVE 0 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN)
           ELSE IF WS-PARTY-STATUS(WS-PARTY-COLUMN) = "D"
               AND WS-PARTY-DEREGISTERED(WS-PARTY-COLUMN)
               NOT > WS-TODAY-DATE
               MOVE 0 TO WS-PARTY-IN-FORCE(WS-PARTY-COLUMN)
           END-IF.

      * Every column up to the highest one used must be defined.
       CHECK-PARTY-COLUMN-GAP.
           IF WS-PARTY-DEFINED(PARTY-SUB) = 0
               DISPLAY "ERROR: PARTIES.TXT has no party for column "
                   PARTY-SUB "."
               MOVE 1 TO WS-PARTY-TABLE-BAD
           END-IF.

      * Sets up one of the seven original parties in its column.
       USE-DEFAULT-PARTY.
           MOVE WS-DEFAULT-CODE(PARTY-SUB) TO WS-PARTY-CODE(PARTY-SUB).
           MOVE WS-DEFAULT-NAME(PARTY-SUB) TO WS-PARTY-NAME(PARTY-SUB).
           MOVE "R" TO WS-PARTY-STATUS(PARTY-SUB).
           MOVE 0 TO WS-PARTY-REGISTERED(PARTY-SUB).
           MOVE 99999999 TO WS-PARTY-DEREGISTERED(PARTY-SUB).
           MOVE 1 TO WS-PARTY-DEFINED(PARTY-SUB).
           MOVE 1 TO WS-PARTY-IN-FORCE(PARTY-SUB).

      * Translates the party code in WS-PARTY-LOOKUP-CODE into its seat
      * column in WS-PARTY-LOOKUP-SUB, leaving zero for a code the
      * reference table does not know. Every code-to-column lookup in
      * the program goes through here.
       FIND-PARTY-SUB.
           MOVE 0 TO WS-PARTY-LOOKUP-SUB.
           PERFORM MATCH-PARTY-CODE
               VARYING WS-PARTY-SCAN-SUB FROM 1 BY 1
               UNTIL WS-PARTY-SCAN-SUB > WS-PARTY-COUNT
               OR WS-PARTY-LOOKUP-SUB > 0.

       MATCH-PARTY-CODE.
           IF WS-PARTY-CODE(WS-PARTY-SCAN-SUB) = WS-PARTY-LOOKUP-CODE
               MOVE WS-PARTY-SCAN-SUB TO WS-PARTY-LOOKUP-SUB
           END-IF.

      * Fills the seat table in working storage from whichever master the
      * initialize routine managed to open.
       LOAD-PARLIAMENT.
               MOVE MASTER-PROVINCE-KEY
                   TO WS-PROVINCE-KEY(PROVINCE-SUB)
               PERFORM MOVE-MASTER-PARTY-IN
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               MOVE MASTER-TOTAL-SEATS TO WS-TOTAL-SEATS(PROVINCE-SUB)
               MOVE PROVINCE-SUB TO WS-PROVINCE-COUNT
               PERFORM VALIDATE-SEAT-TOTAL
           IF WS-PRIOR-EOF = 0
               MOVE PRIOR-PROVINCE-NAME
                   TO WS-PRIOR-PROVINCE-NAME(PROVINCE-SUB)
               PERFORM MOVE-PRIOR-PARTY-IN
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               MOVE PRIOR-TOTAL-SEATS
                   TO WS-PRIOR-TOTAL-SEATS(PROVINCE-SUB)
               MOVE PRIOR-PROVINCE-NAME
               MOVE PROVINCE-SUB TO WS-PRIOR-PROVINCE-COUNT
           END-IF.

      * Moves one party's prior-election seat count to the table.
       MOVE-PRIOR-PARTY-IN.
           MOVE PRIOR-PARTY-SEATS(PARTY-SUB)
               TO WS-PRIOR-PARTIES(PROVINCE-SUB, PARTY-SUB).

      * Loads the riding-level detail rows from RIDINGS.TXT, an optional
      * file used by the riding drill-down under the province lookup.
       LOAD-RIDING-DETAIL.
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE VOTE-RIDING-NAME TO WS-VOTE-RIDING(WS-VOTE-SUB)
               PERFORM MOVE-VOTE-COUNT-IN
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               MOVE WS-VOTE-SUB TO WS-VOTE-ROW-COUNT
           END-IF.


      * Runs every requested party's majority search straight through with
      * no ACCEPT prompts, writing each report to MAJORITY-REPORT.TXT, so
      * the program can be dropped into a scheduled batch window. The run
      * hands the scheduler a return code: 0 clean, 4 when it ran but
      * something needs looking at (flagged seat rows, rejected
      * transactions, roster discrepancies, overdue vacancies), and 8
      * when it refused to run.
       BATCH-ROUTINE.
           PERFORM GREETING-MESSAGE.
           PERFORM LOAD-PARLIAMENT.
               PERFORM WRITE-SEAT-CHANGE-CSV
           END-IF.
           PERFORM WRITE-REPORT-PACK.
           PERFORM WARN-OVERDUE-VACANCIES.
           PERFORM CLEAR-CHECKPOINT.

      * Reads the party codes completed by the aborted run from the
           IF WS-CHECKPOINT-STATUS = "00"
               PERFORM READ-CHECKPOINT-PARTY
                   VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > 12 OR WS-CHECKPOINT-EOF = 1
               CLOSE CHECKPOINT-IO
           END-IF.
           IF WS-DONE-PARTY-COUNT > 0

      * Reads the party codes to run from PARTYLIST.TXT (one 3-character
      * code per line). If that control file is not present, batch mode
      * defaults to running every party in the reference table overnight.
       LOAD-BATCH-PARTY-LIST.
           MOVE 0 TO WS-BATCH-PARTY-COUNT.
           MOVE 0 TO WS-BATCH-EOF.
           IF WS-PARTY-LIST-STATUS = "00"
               PERFORM READ-BATCH-PARTY-LIST
                   VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > 12 OR WS-BATCH-EOF = 1
               CLOSE PARTY-LIST-IN
           ELSE
               PERFORM USE-DEFAULT-BATCH-PARTY-LIST
           END-IF.

      * Default control list used when PARTYLIST.TXT is not supplied: run
      * every party code in the reference table.
       USE-DEFAULT-BATCH-PARTY-LIST.
           PERFORM USE-DEFAULT-BATCH-PARTY
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-PARTY-COUNT.
           MOVE WS-PARTY-COUNT TO WS-BATCH-PARTY-COUNT.

       USE-DEFAULT-BATCH-PARTY.
           MOVE WS-PARTY-CODE(WS-BATCH-SUB)
               TO WS-BATCH-PARTY-LIST(WS-BATCH-SUB).

      * Runs one party's majority search and writes it straight to the
      * report file, with no terminal prompts.
               AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 0
               MOVE PROVINCE-NAME TO WS-PROVINCE-NAME(PROVINCE-SUB)
               PERFORM MOVE-FILE-PARTY-IN
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               MOVE TOTAL-SEATS TO WS-TOTAL-SEATS(PROVINCE-SUB)
               MOVE PROVINCE-NAME TO WS-PROVINCE-KEY(PROVINCE-SUB)
               INSPECT WS-PROVINCE-KEY(PROVINCE-SUB)
               PERFORM VALIDATE-SEAT-TOTAL
           END-IF.

      * Moves one party's seat count from the file row to the table.
       MOVE-FILE-PARTY-IN.
           MOVE PARTY-SEATS(PARTY-SUB)
               TO WS-PARTIES(PROVINCE-SUB, PARTY-SUB).

      * Confirms the party seat counts for the row just loaded add up to
      * that province's known total seat count, and flags the row if not.
       VALIDATE-SEAT-TOTAL.
           MOVE 0 TO WS-SEAT-SUM.
           PERFORM SUM-ROW-SEATS
               VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12.
           IF WS-SEAT-SUM NOT = WS-TOTAL-SEATS(PROVINCE-SUB)
               MOVE WS-SEAT-SUM TO DISPLAY-SEAT-SUM
               MOVE WS-TOTAL-SEATS(PROVINCE-SUB) TO DISPLAY-TOTAL-SEATS
               DELIMITED BY SIZE INTO SEAT-ERROR-LINE.
           WRITE SEAT-ERROR-LINE.
           ADD 1 TO WS-SEAT-ERROR-COUNT.
           PERFORM RAISE-WARNING-RETURN-CODE.

      * 1. Prompts user to pick a menu option.
      * 2. Runs the chosen report mode.
      * 3. Prompts the user if he/she would like to continue.
       IO-LOOP.
           MOVE 1 TO CAN-CONTINUE.
           MOVE 0 TO WS-MODE-REFUSED.
           MOVE 0 TO VALID-MENU-CHOICE.
           PERFORM ACCEPT-MENU-CHOICE UNTIL VALID-MENU-CHOICE = 1.
           EVALUATE MENU-CHOICE
               WHEN 5
                   PERFORM SEAT-CHANGE-MODE
               WHEN 6
                   IF OPERATOR-CAN-UPDATE
                       PERFORM TRANSACTION-UPDATE-MODE
                   ELSE
                       PERFORM REFUSE-UPDATE-MODE
                   END-IF
               WHEN 7
                   PERFORM COALITION-MODE
               WHEN 8
                   PERFORM VOTE-SHARE-MODE
               WHEN 15
                   PERFORM AUDIT-INQUIRY-MODE
               WHEN 16
                   PERFORM AS-OF-DATE-MODE
               WHEN 17
                   PERFORM VACANCY-AGEING-MODE
               WHEN 18
                   PERFORM SWING-PROJECTION-MODE
               WHEN 19
                   PERFORM TURNOVER-REPORT-MODE
           END-EVALUATE.
           PERFORM LOG-MENU-MODE.
           INITIALIZE CONTINUE-MESSAGE.
           DISPLAY "13. Regional rollup: seats per party per region".
           DISPLAY "14. Vote share versus seat share report".
           DISPLAY "15. Audit-trail inquiry over TXN-AUDIT.TXT".
           DISPLAY "16. Standings as of a past date (from the audit"
               " trail)".
           DISPLAY "17. Vacant-seat ageing against the by-election"
               " window".
           DISPLAY "18. Uniform-swing seat projection from riding"
               " votes".
           DISPLAY "19. Member turnover by province and party".
           DISPLAY SPACER.
           DISPLAY SPACES.
           DISPLAY "Enter menu choice:"
           DISPLAY "Ridings for: " WS-PROVINCE-NAME(PROVINCE-SUB).
           DISPLAY SPACER.
           PERFORM LIST-RIDINGS-FOR-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY SPACES.
           DISPLAY SPACER.
           MOVE 0 TO VALID-ROW-COUNT.
           PERFORM CHECK-RIDING-PARTY-COUNT
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           IF VALID-ROW-COUNT = 0
               DISPLAY "Riding counts reconcile with the seat table."
           END-IF.
           DISPLAY "Party breakdown for: "
               WS-PROVINCE-NAME(PROVINCE-SUB).
           DISPLAY SPACES.
           PERFORM BUILD-PARTY-HEADING.
           DISPLAY "Province:                 " WS-PARTY-HEADING.
           DISPLAY SPACER.
           PERFORM DISPLAY-ROW.
           DISPLAY SPACER.
           END-IF.
           DISPLAY SPACES.

      * Translates PARTY-SUB-WITH-MAJORITY into its full party name from
      * the party reference table.
       GET-MAJORITY-PARTY-NAME.
           MOVE WS-PARTY-NAME(PARTY-SUB-WITH-MAJORITY)
               TO WS-MAJORITY-PARTY-NAME.

      * Scans every loaded province for one where the leading party does
      * not hold a strict majority of that province's known seat total
           DISPLAY SPACES.
           DISPLAY "Provinces with no clear majority:".
           DISPLAY SPACES.
           DISPLAY "Province:                   Leader"
               "                        Seats/Total".
           DISPLAY SPACER.
           MOVE 0 TO VALID-ROW-COUNT.
           PERFORM SCAN-FOR-MINORITY
           MOVE WS-TOTAL-SEATS(PROVINCE-SUB) TO DISPLAY-TOTAL-SEATS.
           IF WS-TIE-FLAG = 1
               DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB)
                   "  TIE                           "
                   DISPLAY-SEAT-SUM "/" DISPLAY-TOTAL-SEATS
           ELSE
               DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB)
               DISPLAY SPACES
               DISPLAY "Seat changes since the prior election:"
               DISPLAY SPACES
               PERFORM BUILD-PARTY-HEADING
               DISPLAY "Province:                 " WS-PARTY-HEADING
               DISPLAY SPACER
               PERFORM DISPLAY-SEAT-CHANGE-ROW
                   VARYING PROVINCE-SUB FROM 1 BY 1
           ELSE
               MOVE WS-MATCHED-PRIOR-SUB TO WS-PRIOR-SUB
               PERFORM COMPUTE-SEAT-CHANGE
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               PERFORM BUILD-SEAT-CHANGE-CELLS
               DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB)
                   " " WS-PARTY-CELLS
           END-IF.

      * Compares the current WS-PRIOR-SUB row's key against the current
      * Applies by-election and floor-crossing transactions from
      * SEAT-TXNS.TXT to the loaded seat table, rewrites the parliament.txt
      * master from the updated table, and records every transaction
      * (applied or rejected, with the reason) in TXN-AUDIT.TXT. Every
      * change to who holds a seat, or their party, is also added to the
      * member history (MEMBHIST.TXT) with the reason keyed on the
      * transaction.
       TRANSACTION-UPDATE-MODE.
           OPEN INPUT SEAT-TXN-IN.
           IF WS-TXN-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-RIDING-UPDATED
               MOVE 0 TO WS-MEMBER-UPDATED
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM GET-LAST-TXN-REF
               DISPLAY SPACES
               DISPLAY "Applying seat transactions from SEAT-TXNS.TXT:"
               DISPLAY SPACER
               STRING "  batch transaction posting run"
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
               PERFORM WRITE-RUN-LOG-LINE
               IF WS-TXN-REJECT-COUNT > 0
                   MOVE WS-TXN-REJECT-COUNT TO WS-DISPLAY-LOG-COUNT
                   MOVE SPACES TO RUN-LOG-LINE
                   STRING "  warning: transactions rejected: "
                       WS-DISPLAY-LOG-COUNT
                       DELIMITED BY SIZE INTO RUN-LOG-LINE
                   PERFORM WRITE-RUN-LOG-LINE
                   PERFORM RAISE-WARNING-RETURN-CODE
               END-IF
           END-IF.

      * Lists the transactions queued in the pending file, so what is
               PERFORM APPLY-SEAT-TRANSACTION
           END-IF.

      * Posts or reverses one transaction, then writes its outcome to
      * the audit file under the next reference number and displays it
      * with that number, so the operator has the reference to hand if
      * the posting ever needs backing out.
       APPLY-SEAT-TRANSACTION.
           MOVE SPACES TO WS-TXN-LINK-REF.
           MOVE SPACES TO WS-TXN-SEATED-MEMBER.
           MOVE SPACES TO WS-TXN-PRIOR-MEMBER.
           MOVE SPACES TO WS-TXN-PRIOR-MEMBER-PARTY.
           MOVE SPACES TO WS-TXN-PRIOR-RIDING-PARTY.
           MOVE SPACE TO WS-TXN-MEMBER-ACTION.
           MOVE SPACES TO WS-TXN-SEATED-PARTY.
           IF TXN-TYPE = "R"
               PERFORM APPLY-SEAT-REVERSAL
           ELSE IF TXN-TYPE NOT = SPACE
               MOVE "REJECTED: UNKNOWN TRANSACTION TYPE"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE
               PERFORM APPLY-SEAT-POSTING
           END-IF.
           PERFORM WRITE-TXN-AUDIT.
           IF WS-TXN-MEMBER-ACTION NOT = SPACE
               PERFORM RECORD-MEMBER-HISTORY
           END-IF.
           DISPLAY WS-TXN-REF " " TXN-PROVINCE-NAME " " TXN-GAIN-PARTY
               "<-" TXN-LOSE-PARTY " " TXN-SEAT-COUNT " "
               WS-TXN-DISPOSITION.

      * Validates one transaction against the loaded table, then moves
      * the seats between the two parties, holds a valid future-dated
      * transaction for its effective date, or rejects it untouched.
      * A bad future transaction is rejected now, not discovered on
      * its date.
       APPLY-SEAT-POSTING.
           PERFORM LOCATE-TXN-TARGETS.
           IF WS-PROVINCE-FOUND = 0
               MOVE "REJECTED: UNKNOWN PROVINCE" TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-TXN-GAIN-SUB = 0 OR WS-TXN-LOSE-SUB = 0
               MOVE "REJECTED: UNKNOWN PARTY CODE"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-PARTY-IN-FORCE(WS-TXN-GAIN-SUB) = 0
               MOVE "REJECTED: GAINING PARTY NOT REGISTERED"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF TXN-SEAT-COUNT IS NOT NUMERIC
               MOVE "REJECTED: SEAT COUNT NOT NUMERIC"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-LOSE-SUB)
               < TXN-SEAT-COUNT
               MOVE "REJECTED: LOSING PARTY WOULD GO NEGATIVE"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-RIDING-AVAILABLE = 1
               AND TXN-RIDING NOT = SPACES
               AND WS-TXN-RIDING-FOUND = 0
               MOVE "REJECTED: UNKNOWN RIDING"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF TXN-EFFECTIVE-DATE IS NUMERIC
               AND TXN-EFFECTIVE-DATE > WS-TODAY-DATE
               PERFORM HOLD-FUTURE-TRANSACTION
           ELSE
               SUBTRACT TXN-SEAT-COUNT FROM
                   WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-LOSE-SUB)
               ADD TXN-SEAT-COUNT TO
                   WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-GAIN-SUB)
               IF WS-TXN-RIDING-FOUND = 1
                   PERFORM SYNC-RIDING-AND-ROSTER
               END-IF
               MOVE "APPLIED" TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-APPLIED-COUNT
           END-IF.

      * Locates the transaction's province in the loaded table, its two
      * party subscripts, and its riding.
       LOCATE-TXN-TARGETS.
           MOVE TXN-PROVINCE-NAME TO PROVINCE-CHOICE.
           PERFORM SET-SEARCH-KEY.
           MOVE 0 TO WS-PROVINCE-FOUND.
           END-IF.
           PERFORM GET-TXN-PARTY-SUBS.
           PERFORM FIND-TXN-RIDING.

      * Backs out an earlier posting named by its reference number. The
      * original's audit line supplies the province, the two parties,
      * the seats, the riding, and the riding party and member the
      * posting displaced, and each is put back as it was. The original
      * must have been applied, must not itself be a reversal, and must
      * not already have been reversed; and if the seats, the riding or
      * the member have moved on since, the reversal is rejected rather
      * than backing out a later change along with it.
       APPLY-SEAT-REVERSAL.
           MOVE TXN-REVERSE-REF TO WS-REV-TARGET-REF.
           MOVE TXN-REVERSE-REF TO WS-TXN-LINK-REF.
           MOVE 0 TO WS-REV-FOUND.
           MOVE 0 TO WS-REV-ALREADY.
           IF TXN-REVERSE-REF IS NUMERIC
               AND TXN-REVERSE-REF NOT = "00000000"
               PERFORM FIND-REVERSAL-TARGET
           END-IF.
           IF WS-REV-FOUND = 1
               PERFORM LOAD-REVERSAL-FIELDS
           END-IF.
           IF TXN-REVERSE-REF IS NOT NUMERIC
               OR TXN-REVERSE-REF = "00000000"
               MOVE "REJECTED: REVERSAL REFERENCE NOT NUMERIC"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-REV-FOUND = 0
               MOVE "REJECTED: REFERENCE NOT FOUND"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-REV-DISPOSITION = "APPLIED: REVERSAL"
               MOVE "REJECTED: CANNOT REVERSE A REVERSAL"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-REV-DISPOSITION NOT = "APPLIED"
               MOVE "REJECTED: REFERENCE WAS NOT APPLIED"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-REV-ALREADY = 1
               MOVE "REJECTED: ALREADY REVERSED"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF TXN-EFFECTIVE-DATE > WS-TODAY-DATE
               MOVE "REJECTED: REVERSAL CANNOT BE FUTURE-DATED"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE
               PERFORM LOCATE-TXN-TARGETS
               PERFORM CHECK-REVERSAL-MEMBER
               PERFORM APPLY-REVERSAL-CHANGES
           END-IF.

      * Reads the audit trail for the line carrying the reference being
      * reversed, and for any applied reversal already linked to it.
       FIND-REVERSAL-TARGET.
           IF WS-AUDIT-OPEN = 1
               CLOSE TXN-AUDIT-OUT
               MOVE 0 TO WS-AUDIT-OPEN
           END-IF.
           OPEN INPUT TXN-AUDIT-IN.
           IF WS-AUDIT-IN-STATUS = "00"
               MOVE 0 TO WS-REV-EOF
               PERFORM READ-REVERSAL-CANDIDATE UNTIL WS-REV-EOF = 1
               CLOSE TXN-AUDIT-IN
           END-IF.

      * Checks one audit line against the reference being reversed.
       READ-REVERSAL-CANDIDATE.
           READ TXN-AUDIT-IN
               AT END MOVE 1 TO WS-REV-EOF.
           IF WS-REV-EOF = 0
               IF AUDIT-IN-REF = WS-REV-TARGET-REF
                   MOVE 1 TO WS-REV-FOUND
                   MOVE AUDIT-IN-PROVINCE TO WS-REV-PROVINCE
                   MOVE AUDIT-IN-GAIN TO WS-REV-GAIN
                   MOVE AUDIT-IN-LOSE TO WS-REV-LOSE
                   MOVE AUDIT-IN-SEATS TO WS-REV-SEATS
                   MOVE AUDIT-IN-DISPOSITION TO WS-REV-DISPOSITION
                   MOVE AUDIT-IN-RIDING TO WS-REV-RIDING
                   MOVE AUDIT-IN-MEMBER TO WS-REV-MEMBER
                   MOVE AUDIT-IN-PRIOR-MEMBER TO WS-REV-PRIOR-MEMBER
                   MOVE AUDIT-IN-PRIOR-MEMBER-PARTY
                       TO WS-REV-PRIOR-MEMBER-PARTY
                   MOVE AUDIT-IN-PRIOR-RIDING-PARTY
                       TO WS-REV-PRIOR-RIDING-PARTY
                   MOVE AUDIT-IN-MEMBER-ACTION TO WS-REV-ACTION
               ELSE IF AUDIT-IN-LINK-REF = WS-REV-TARGET-REF
                   AND AUDIT-IN-DISPOSITION = "APPLIED: REVERSAL"
                   MOVE 1 TO WS-REV-ALREADY
               END-IF
           END-IF.

      * Turns the reversal into the original posting with its two sides
      * swapped, so the display and the audit line show what the
      * reversal moves. An undated reversal takes today's date.
       LOAD-REVERSAL-FIELDS.
           MOVE WS-REV-PROVINCE TO TXN-PROVINCE-NAME.
           MOVE WS-REV-LOSE TO TXN-GAIN-PARTY.
           MOVE WS-REV-GAIN TO TXN-LOSE-PARTY.
           MOVE WS-REV-SEATS TO TXN-SEAT-COUNT.
           MOVE WS-REV-RIDING TO TXN-RIDING.
           MOVE WS-REV-PRIOR-MEMBER TO TXN-MEMBER-NAME.
           IF TXN-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE WS-TODAY-DATE TO TXN-EFFECTIVE-DATE
           END-IF.

      * Confirms the riding's roster entry is still what the original
      * posting left there: the member it seated, or no member at all
      * when it vacated the seat.
       CHECK-REVERSAL-MEMBER.
           MOVE 1 TO WS-REV-MEMBER-OK.
           MOVE 0 TO WS-TXN-MEMBER-FOUND.
           MOVE 0 TO WS-TXN-MEMBER-SUB.
           IF WS-TXN-RIDING-FOUND = 1
               AND WS-MEMBER-AVAILABLE = 1
               AND WS-REV-ACTION NOT = SPACE
               PERFORM MATCH-TXN-MEMBER
                   VARYING WS-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
                   OR WS-TXN-MEMBER-FOUND = 1
               IF WS-REV-ACTION = "D"
                   IF WS-TXN-MEMBER-FOUND = 1
                       MOVE 0 TO WS-REV-MEMBER-OK
                   END-IF
               ELSE IF WS-TXN-MEMBER-FOUND = 0
                   MOVE 0 TO WS-REV-MEMBER-OK
               ELSE IF WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
                   NOT = WS-REV-MEMBER
                   MOVE 0 TO WS-REV-MEMBER-OK
               END-IF
           END-IF.

      * Validates the reversal against the table as it stands now, then
      * moves the seats back and restores the riding and the member.
       APPLY-REVERSAL-CHANGES.
           IF WS-PROVINCE-FOUND = 0
               MOVE "REJECTED: UNKNOWN PROVINCE" TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
               MOVE "REJECTED: UNKNOWN PARTY CODE"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-LOSE-SUB)
               < TXN-SEAT-COUNT
               MOVE "REJECTED: SEATS HAVE MOVED SINCE POSTING"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-RIDING-AVAILABLE = 1
               MOVE "REJECTED: UNKNOWN RIDING"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-TXN-RIDING-FOUND = 1
               AND WS-REV-PRIOR-RIDING-PARTY NOT = SPACES
               AND WS-RIDING-PARTY(WS-TXN-RIDING-SUB)
                   NOT = TXN-LOSE-PARTY
               MOVE "REJECTED: RIDING HAS CHANGED SINCE POSTING"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE IF WS-REV-MEMBER-OK = 0
               MOVE "REJECTED: MEMBER HAS CHANGED SINCE POSTING"
                   TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-REJECT-COUNT
           ELSE
               SUBTRACT TXN-SEAT-COUNT FROM
                   WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-LOSE-SUB)
               ADD TXN-SEAT-COUNT TO
                   WS-PARTIES(WS-MATCHED-PROVINCE-SUB, WS-TXN-GAIN-SUB)
               IF WS-TXN-RIDING-FOUND = 1
                   AND WS-REV-PRIOR-RIDING-PARTY NOT = SPACES
                   PERFORM RESTORE-REVERSED-RIDING
               END-IF
               MOVE "APPLIED: REVERSAL" TO WS-TXN-DISPOSITION
               ADD 1 TO WS-TXN-APPLIED-COUNT
           END-IF.

      * Puts the riding back to the party that held it before the
      * original posting, and the roster back to the member it had.
       RESTORE-REVERSED-RIDING.
           MOVE WS-RIDING-PARTY(WS-TXN-RIDING-SUB)
               TO WS-TXN-PRIOR-RIDING-PARTY.
           MOVE WS-REV-PRIOR-RIDING-PARTY
               TO WS-RIDING-PARTY(WS-TXN-RIDING-SUB).
           MOVE 1 TO WS-RIDING-UPDATED.
           IF WS-MEMBER-AVAILABLE = 1
               AND WS-REV-ACTION NOT = SPACE
               PERFORM RESTORE-REVERSED-MEMBER
           END-IF.

      * Undoes the original posting's roster change: a member it seated
      * in an empty riding is dropped, a member it replaced or moved
      * party is put back as they were, and a member it dropped when
      * the seat went vacant is seated again.
       RESTORE-REVERSED-MEMBER.
           IF WS-REV-ACTION = "N"
               MOVE WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER
               MOVE WS-MEMBER-PARTY(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER-PARTY
               MOVE "D" TO WS-TXN-MEMBER-ACTION
               PERFORM DROP-TXN-MEMBER
               MOVE 1 TO WS-MEMBER-UPDATED
           ELSE IF WS-REV-ACTION = "R"
               MOVE WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER
               MOVE WS-MEMBER-PARTY(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER-PARTY
               MOVE WS-REV-PRIOR-MEMBER
                   TO WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
               MOVE WS-REV-PRIOR-MEMBER-PARTY
                   TO WS-MEMBER-PARTY(WS-TXN-MEMBER-SUB)
               MOVE WS-REV-PRIOR-MEMBER TO WS-TXN-SEATED-MEMBER
               MOVE WS-REV-PRIOR-MEMBER-PARTY TO WS-TXN-SEATED-PARTY
               MOVE "R" TO WS-TXN-MEMBER-ACTION
               MOVE 1 TO WS-MEMBER-UPDATED
           ELSE IF WS-MEMBER-COUNT < 350
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-REV-PRIOR-MEMBER
                   TO WS-MEMBER-MP-NAME(WS-MEMBER-COUNT)
               MOVE TXN-RIDING
                   TO WS-MEMBER-MP-RIDING(WS-MEMBER-COUNT)
               MOVE WS-PROVINCE-NAME(WS-MATCHED-PROVINCE-SUB)
                   TO WS-MEMBER-PROVINCE(WS-MEMBER-COUNT)
               MOVE WS-PROVINCE-KEY(WS-MATCHED-PROVINCE-SUB)
                   TO WS-MEMBER-PROVINCE-KEY(WS-MEMBER-COUNT)
               MOVE WS-REV-PRIOR-MEMBER-PARTY
                   TO WS-MEMBER-PARTY(WS-MEMBER-COUNT)
               MOVE WS-REV-PRIOR-MEMBER TO WS-TXN-SEATED-MEMBER
               MOVE WS-REV-PRIOR-MEMBER-PARTY TO WS-TXN-SEATED-PARTY
               MOVE "N" TO WS-TXN-MEMBER-ACTION
               MOVE 1 TO WS-MEMBER-UPDATED
           END-IF.

      * Translates the transaction's gaining and losing party codes into
      * party subscripts, leaving zero for a code the table does not know.
       GET-TXN-PARTY-SUBS.
           MOVE TXN-GAIN-PARTY TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-TXN-GAIN-SUB.
           MOVE TXN-LOSE-PARTY TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-TXN-LOSE-SUB.

      * Locates the transaction's named riding within the matched
      * province. A blank riding field (an old-format transaction)
      * roster reconciliation stay clean instead of flagging the change
      * as a discrepancy.
       SYNC-RIDING-AND-ROSTER.
           MOVE WS-RIDING-PARTY(WS-TXN-RIDING-SUB)
               TO WS-TXN-PRIOR-RIDING-PARTY.
           MOVE TXN-GAIN-PARTY
               TO WS-RIDING-PARTY(WS-TXN-RIDING-SUB).
           MOVE 1 TO WS-RIDING-UPDATED.

      * Seats the incoming member for the riding (replacing whoever held
      * it), or clears the riding's member when the seat goes vacant.
      * The member displaced, and what was done to the roster, are kept
      * for the audit line so a reversal can put the roster back.
       SYNC-MEMBER-ROSTER.
           MOVE 0 TO WS-TXN-MEMBER-FOUND.
           MOVE 0 TO WS-TXN-MEMBER-SUB.
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
               OR WS-TXN-MEMBER-FOUND = 1.
           IF WS-TXN-MEMBER-FOUND = 1
               MOVE WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER
               MOVE WS-MEMBER-PARTY(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-PRIOR-MEMBER-PARTY
           END-IF.
           IF WS-TXN-GAIN-SUB = WS-VAC-SUB
               IF WS-TXN-MEMBER-FOUND = 1
                   PERFORM DROP-TXN-MEMBER
                   MOVE "D" TO WS-TXN-MEMBER-ACTION
                   MOVE 1 TO WS-MEMBER-UPDATED
               END-IF
           ELSE IF WS-TXN-MEMBER-FOUND = 1
               END-IF
               MOVE TXN-GAIN-PARTY
                   TO WS-MEMBER-PARTY(WS-TXN-MEMBER-SUB)
               MOVE WS-MEMBER-MP-NAME(WS-TXN-MEMBER-SUB)
                   TO WS-TXN-SEATED-MEMBER
               MOVE TXN-GAIN-PARTY TO WS-TXN-SEATED-PARTY
               MOVE "R" TO WS-TXN-MEMBER-ACTION
               MOVE 1 TO WS-MEMBER-UPDATED
           ELSE IF TXN-MEMBER-NAME NOT = SPACES
               AND WS-MEMBER-COUNT < 350
                   TO WS-MEMBER-PROVINCE-KEY(WS-MEMBER-COUNT)
               MOVE TXN-GAIN-PARTY
                   TO WS-MEMBER-PARTY(WS-MEMBER-COUNT)
               MOVE TXN-MEMBER-NAME TO WS-TXN-SEATED-MEMBER
               MOVE TXN-GAIN-PARTY TO WS-TXN-SEATED-PARTY
               MOVE "N" TO WS-TXN-MEMBER-ACTION
               MOVE 1 TO WS-MEMBER-UPDATED
           END-IF.

           END-IF.
           SUBTRACT 1 FROM WS-MEMBER-COUNT.

      * Keeps the member history in step with the roster change just
      * posted. A member leaving the seat has their spell closed, a
      * member taking it has a spell opened, and a member who keeps the
      * seat under another party has the old party's spell closed and
      * the new party's opened. Each record carries the posting's date,
      * reason, reference and operator; an undated posting takes today.
       RECORD-MEMBER-HISTORY.
           PERFORM SET-MEMBER-HISTORY-REASON.
           IF TXN-EFFECTIVE-DATE IS NUMERIC
               MOVE TXN-EFFECTIVE-DATE TO WS-MHIST-EVENT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-MHIST-EVENT-DATE
           END-IF.
           MOVE WS-PROVINCE-NAME(WS-MATCHED-PROVINCE-SUB)
               TO WS-MHIST-PROVINCE.
           IF WS-TXN-MEMBER-ACTION = "D"
               MOVE "L" TO WS-MHIST-EVENT
               PERFORM CLOSE-MEMBER-SPELL
           ELSE IF WS-TXN-MEMBER-ACTION = "N"
               MOVE "S" TO WS-MHIST-EVENT
               PERFORM OPEN-MEMBER-SPELL
           ELSE IF WS-TXN-SEATED-MEMBER NOT = WS-TXN-PRIOR-MEMBER
               MOVE "L" TO WS-MHIST-EVENT
               PERFORM CLOSE-MEMBER-SPELL
               MOVE "S" TO WS-MHIST-EVENT
               PERFORM OPEN-MEMBER-SPELL
           ELSE IF WS-TXN-SEATED-PARTY NOT = WS-TXN-PRIOR-MEMBER-PARTY
               MOVE "C" TO WS-MHIST-EVENT
               PERFORM CLOSE-MEMBER-SPELL
               PERFORM OPEN-MEMBER-SPELL
           END-IF.

      * The reason keyed on the transaction, or failing that one read
      * from the posting itself.
       SET-MEMBER-HISTORY-REASON.
           IF TXN-REASON NOT = SPACES
               MOVE TXN-REASON TO WS-MHIST-REASON
           ELSE IF TXN-TYPE = "R"
               MOVE SPACES TO WS-MHIST-REASON
               STRING "REVERSAL OF " WS-TXN-LINK-REF
                   DELIMITED BY SIZE INTO WS-MHIST-REASON
           ELSE IF WS-TXN-GAIN-SUB = WS-VAC-SUB
               MOVE "SEAT VACATED" TO WS-MHIST-REASON
           ELSE IF WS-TXN-SEATED-MEMBER = WS-TXN-PRIOR-MEMBER
               MOVE "CHANGE OF PARTY" TO WS-MHIST-REASON
           ELSE
               MOVE "BY-ELECTION" TO WS-MHIST-REASON
           END-IF.

      * Closes the outgoing member's spell under the party they held,
      * carrying forward the date the spell was opened.
       CLOSE-MEMBER-SPELL.
           MOVE WS-TXN-PRIOR-MEMBER TO WS-MHIST-MEMBER.
           MOVE WS-TXN-PRIOR-MEMBER-PARTY TO WS-MHIST-PARTY.
           PERFORM FIND-MEMBER-SPELL-START.
           MOVE WS-MHIST-EVENT-DATE TO WS-MHIST-END.
           PERFORM WRITE-MEMBER-HISTORY.

      * Opens a spell for the member now holding the seat.
       OPEN-MEMBER-SPELL.
           MOVE WS-TXN-SEATED-MEMBER TO WS-MHIST-MEMBER.
           MOVE WS-TXN-SEATED-PARTY TO WS-MHIST-PARTY.
           MOVE WS-MHIST-EVENT-DATE TO WS-MHIST-START.
           MOVE SPACES TO WS-MHIST-END.
           PERFORM WRITE-MEMBER-HISTORY.

      * Reads the history for the start of the member's open spell in
      * the riding: the last spell opened for them there and not since
      * closed. A member seated before the history was kept has none.
       FIND-MEMBER-SPELL-START.
           MOVE SPACES TO WS-MHIST-START.
           OPEN INPUT MEMBER-HIST-IO.
           IF WS-MHIST-FILE-STATUS = "00"
               MOVE 0 TO WS-MHIST-EOF
               PERFORM READ-MEMBER-SPELL-START
                   UNTIL WS-MHIST-EOF = 1
               CLOSE MEMBER-HIST-IO
           END-IF.

       READ-MEMBER-SPELL-START.
           READ MEMBER-HIST-IO
               AT END MOVE 1 TO WS-MHIST-EOF.
           IF WS-MHIST-EOF = 0
               AND MHIST-MEMBER-NAME = WS-MHIST-MEMBER
               AND MHIST-PROVINCE = WS-MHIST-PROVINCE
               AND MHIST-RIDING = TXN-RIDING
               IF MHIST-END-DATE = SPACES
                   MOVE MHIST-START-DATE TO WS-MHIST-START
               ELSE
                   MOVE SPACES TO WS-MHIST-START
               END-IF
           END-IF.

      * Appends one record to MEMBHIST.TXT, creating the file the first
      * time, the same way a held transaction is added to the pending
      * file.
       WRITE-MEMBER-HISTORY.
           OPEN EXTEND MEMBER-HIST-IO.
           IF WS-MHIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT MEMBER-HIST-IO
           END-IF.
           MOVE WS-MHIST-MEMBER TO MHIST-MEMBER-NAME.
           MOVE WS-MHIST-PROVINCE TO MHIST-PROVINCE.
           MOVE TXN-RIDING TO MHIST-RIDING.
           MOVE WS-MHIST-PARTY TO MHIST-PARTY.
           MOVE WS-MHIST-EVENT TO MHIST-EVENT.
           MOVE WS-MHIST-START TO MHIST-START-DATE.
           MOVE WS-MHIST-END TO MHIST-END-DATE.
           MOVE WS-MHIST-REASON TO MHIST-REASON.
           MOVE WS-TXN-REF TO MHIST-TXN-REF.
           MOVE WS-OPERATOR-ID TO MHIST-OPERATOR.
           WRITE MEMBER-HIST-RECORD.
           CLOSE MEMBER-HIST-IO.

      * Rewrites RIDINGS.TXT from the updated riding table, the same way
      * the parliament master is rewritten, so the drill-down's file
      * matches the seats just posted.
      * Appends one transaction's outcome to TXN-AUDIT.TXT, opening the
      * audit file in extend mode the first time so the history of how the
      * seat counts got to their current values is never overwritten.
      * Each line takes the next reference number, which is saved at
      * once so an interrupted run never issues the same number twice.
      * After the reference come the reversal link, the riding, the
      * member seated, the member and riding party displaced, and the
      * roster action (N new, R replaced, D dropped), and last the ID
      * of the operator who posted it.
       WRITE-TXN-AUDIT.
           IF WS-AUDIT-OPEN = 0
               OPEN EXTEND TXN-AUDIT-OUT
               END-IF
               MOVE 1 TO WS-AUDIT-OPEN
           END-IF.
           ADD 1 TO WS-TXN-REF.
           MOVE SPACES TO TXN-AUDIT-LINE.
           STRING TXN-EFFECTIVE-DATE
               " " TXN-PROVINCE-NAME
               "<-" TXN-LOSE-PARTY
               " " TXN-SEAT-COUNT
               " " WS-TXN-DISPOSITION
               "  " WS-TXN-REF
               " " WS-TXN-LINK-REF
               " " TXN-RIDING
               " " WS-TXN-SEATED-MEMBER
               " " WS-TXN-PRIOR-MEMBER
               " " WS-TXN-PRIOR-MEMBER-PARTY
               " " WS-TXN-PRIOR-RIDING-PARTY
               " " WS-TXN-MEMBER-ACTION
               " " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO TXN-AUDIT-LINE.
           WRITE TXN-AUDIT-LINE.
           PERFORM SAVE-LAST-TXN-REF.

      * Records the reference just issued in TXN-REF.CTL.
       SAVE-LAST-TXN-REF.
           OPEN OUTPUT TXN-REF-IO.
           MOVE WS-TXN-REF TO TXN-REF-RECORD.
           WRITE TXN-REF-RECORD.
           CLOSE TXN-REF-IO.

      * Reads the last transaction reference issued (TXN-REF.CTL), so
      * the run carries on from it. Without the control file the audit
      * trail is read for the highest reference on it instead, so a lost
      * control file never reissues a number already on the trail.
       GET-LAST-TXN-REF.
           MOVE 0 TO WS-TXN-REF.
           MOVE 0 TO WS-TXN-REF-FOUND.
           OPEN INPUT TXN-REF-IO.
           IF WS-TXN-REF-STATUS = "00"
               READ TXN-REF-IO
                   AT END CONTINUE
                   NOT AT END
                       IF TXN-REF-RECORD IS NUMERIC
                           MOVE TXN-REF-RECORD TO WS-TXN-REF
                           MOVE 1 TO WS-TXN-REF-FOUND
                       END-IF
               END-READ
               CLOSE TXN-REF-IO
           END-IF.
           IF WS-TXN-REF-FOUND = 0
               IF WS-AUDIT-OPEN = 1
                   CLOSE TXN-AUDIT-OUT
                   MOVE 0 TO WS-AUDIT-OPEN
               END-IF
               OPEN INPUT TXN-AUDIT-IN
               IF WS-AUDIT-IN-STATUS = "00"
                   MOVE 0 TO WS-TXN-REF-EOF
                   PERFORM READ-AUDIT-FOR-LAST-REF
                       UNTIL WS-TXN-REF-EOF = 1
                   CLOSE TXN-AUDIT-IN
               END-IF
           END-IF.

      * Keeps the highest reference seen on the audit trail. Lines
      * written before references were issued carry none.
       READ-AUDIT-FOR-LAST-REF.
           READ TXN-AUDIT-IN
               AT END MOVE 1 TO WS-TXN-REF-EOF.
           IF WS-TXN-REF-EOF = 0
               AND AUDIT-IN-REF IS NUMERIC
               IF AUDIT-IN-REF > WS-TXN-REF
                   MOVE AUDIT-IN-REF TO WS-TXN-REF
               END-IF
           END-IF.

      * Filters the transaction audit trail by province, party, and
      * effective-date range, then summarizes the selection: net seats
               MOVE 0 TO WS-AQ-APPLIED
               MOVE 0 TO WS-AQ-REASON-COUNT
               PERFORM CLEAR-AUDIT-NET
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               DISPLAY SPACES
               DISPLAY "Matching audit-trail lines:"
               DISPLAY SPACER
               PERFORM FILTER-AUDIT-LINE
               IF WS-AQ-MATCH = 1
                   ADD 1 TO WS-AQ-SHOWN
                   DISPLAY AUDIT-IN-REF " " AUDIT-IN-LINE(1:88)
                   IF AUDIT-IN-LINK-REF NOT = SPACES
                       DISPLAY "         reversal of " AUDIT-IN-LINK-REF
                   END-IF
                   IF AUDIT-IN-OPERATOR NOT = SPACES
                       DISPLAY "         posted by " AUDIT-IN-OPERATOR
                   END-IF
                   PERFORM TALLY-AUDIT-LINE
               END-IF
           END-IF.
                   IF WS-AQ-GAIN-SUB > 0
                       ADD WS-AQ-SEATS TO WS-AQ-NET(WS-AQ-GAIN-SUB)
                   END-IF
                   IF WS-AQ-LOSE-SUB > 0
                       SUBTRACT WS-AQ-SEATS
                           FROM WS-AQ-NET(WS-AQ-LOSE-SUB)
                   END-IF
               END-IF
           ELSE
               PERFORM TALLY-AUDIT-REASON
           END-IF.

      * Translates the audit line's gaining and losing party codes into
      * party subscripts, leaving zero for a code the table does not
      * know.
       GET-AQ-PARTY-SUBS.
           MOVE AUDIT-IN-GAIN TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-AQ-GAIN-SUB.
           MOVE AUDIT-IN-LOSE TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-AQ-LOSE-SUB.

      * Counts one non-applied line under its disposition text, adding
      * the text to the reason table the first time it appears.
       TALLY-AUDIT-REASON.
           MOVE 0 TO WS-AQ-REASON-FOUND.
           PERFORM MATCH-AUDIT-REASON
               VARYING WS-AQ-REASON-SUB FROM 1 BY 1
               UNTIL WS-AQ-REASON-SUB > WS-AQ-REASON-COUNT
               OR WS-AQ-REASON-FOUND = 1.
           IF WS-AQ-REASON-FOUND = 0
               AND WS-AQ-REASON-COUNT < 10
               ADD 1 TO WS-AQ-REASON-COUNT
               MOVE AUDIT-IN-DISPOSITION
                   TO WS-AQ-REASON-TEXT(WS-AQ-REASON-COUNT)
               MOVE 1 TO WS-AQ-REASON-TALLY(WS-AQ-REASON-COUNT)
           END-IF.

      * Compares one tallied disposition against the current line's,
      * counting a repeat.
       MATCH-AUDIT-REASON.
           IF WS-AQ-REASON-TEXT(WS-AQ-REASON-SUB) =
               AUDIT-IN-DISPOSITION
               ADD 1 TO WS-AQ-REASON-TALLY(WS-AQ-REASON-SUB)
               MOVE 1 TO WS-AQ-REASON-FOUND
           END-IF.

      * Displays the inquiry summary: line and applied counts, the
      * non-applied dispositions with their counts, and the net seat
      * movement per party over the selection.
       DISPLAY-AUDIT-SUMMARY.
           MOVE WS-AQ-SHOWN TO DISPLAY-AQ-COUNT.
           DISPLAY "Lines matched:  " DISPLAY-AQ-COUNT.
           MOVE WS-AQ-APPLIED TO DISPLAY-AQ-COUNT.
           DISPLAY "Applied:        " DISPLAY-AQ-COUNT.
           PERFORM DISPLAY-AUDIT-REASON-ROW
               VARYING WS-AQ-REASON-SUB FROM 1 BY 1
               UNTIL WS-AQ-REASON-SUB > WS-AQ-REASON-COUNT.
           IF WS-AQ-APPLIED > 0
               DISPLAY SPACES
               DISPLAY "Net seats by party over the selection:"
               PERFORM DISPLAY-AUDIT-NET-ROW
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Displays one non-applied disposition and its count.
       DISPLAY-AUDIT-REASON-ROW.
           MOVE WS-AQ-REASON-TALLY(WS-AQ-REASON-SUB)
               TO DISPLAY-AQ-COUNT.
           DISPLAY DISPLAY-AQ-COUNT "  "
               WS-AQ-REASON-TEXT(WS-AQ-REASON-SUB).

      * Displays one party's net seat movement over the selection.
       DISPLAY-AUDIT-NET-ROW.
           IF WS-AQ-NET(PARTY-SUB) NOT = 0
               MOVE WS-AQ-NET(PARTY-SUB) TO DISPLAY-AQ-NET
               DISPLAY "  " WS-PARTY-CODE(PARTY-SUB) "  "
                   DISPLAY-AQ-NET
           END-IF.

      * Rebuilds the House as it stood at the end of a chosen day. The
      * seat table as loaded is the starting point; every applied
      * posting on the audit trail dated after the day is backed out,
      * and the province-by-party table and national standings are
      * shown for that day. Anything on the trail that makes the answer
      * doubtful is called out beneath it. The loaded table is put back
      * afterwards, so every other mode still reports today's seats.
       AS-OF-DATE-MODE.
           DISPLAY SPACES.
           DISPLAY "Standings as of date (YYYYMMDD):".
           ACCEPT WS-ASOF-DATE.
           IF WS-ASOF-DATE IS NOT NUMERIC
               DISPLAY SPACES
               DISPLAY "ERROR: the date must be entered as YYYYMMDD."
               DISPLAY SPACES
           ELSE
               IF WS-AUDIT-OPEN = 1
                   CLOSE TXN-AUDIT-OUT
                   MOVE 0 TO WS-AUDIT-OPEN
               END-IF
               OPEN INPUT TXN-AUDIT-IN
               IF WS-AUDIT-IN-STATUS NOT = "00"
                   DISPLAY SPACES
                   DISPLAY "ERROR: no audit trail (TXN-AUDIT.TXT) was"
                       " found."
                   DISPLAY SPACES
               ELSE
                   MOVE WS-PARLIAMENT TO WS-ASOF-SAVED-PARLIAMENT
                   PERFORM CLEAR-AS-OF-CONTROLS
                   PERFORM READ-AS-OF-AUDIT-LINE
                       UNTIL WS-ASOF-EOF = 1
                   CLOSE TXN-AUDIT-IN
                   PERFORM APPLY-AS-OF-PROVINCE
                       VARYING PROVINCE-SUB FROM 1 BY 1
                       UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT
                   PERFORM DISPLAY-AS-OF-TABLE
                   PERFORM BUILD-STANDINGS-TABLE
                   PERFORM SORT-STANDINGS-TABLE
                   PERFORM DISPLAY-STANDINGS
                   PERFORM DISPLAY-AS-OF-WARNINGS
                   MOVE WS-ASOF-SAVED-PARLIAMENT TO WS-PARLIAMENT
               END-IF
           END-IF.

      * Clears the net table and the rebuild's counts.
       CLEAR-AS-OF-CONTROLS.
           INITIALIZE WS-ASOF-NET-TABLE.
           MOVE 0 TO WS-ASOF-EOF.
           MOVE 0 TO WS-ASOF-ROLLED-COUNT.
           MOVE 0 TO WS-ASOF-REJECT-COUNT.
           MOVE 0 TO WS-ASOF-UNUSABLE-COUNT.
           MOVE 0 TO WS-ASOF-GAP-COUNT.
           MOVE 0 TO WS-ASOF-NEGATIVE-COUNT.
           MOVE 0 TO WS-ASOF-LAST-REF.

      * Reads one audit line, checks its reference follows on from the
      * last one, and folds it into the rollback when it is an applied
      * posting dated after the chosen day. A rejected line in that
      * window, or one with no usable date, is counted for the
      * warnings: it is a seat change somebody keyed that never reached
      * the master as keyed.
       READ-AS-OF-AUDIT-LINE.
           READ TXN-AUDIT-IN
               AT END MOVE 1 TO WS-ASOF-EOF.
           IF WS-ASOF-EOF = 0
               PERFORM CHECK-AS-OF-REFERENCE
               IF AUDIT-IN-DISPOSITION(1:7) = "APPLIED"
                   IF AUDIT-IN-DATE IS NOT NUMERIC
                       ADD 1 TO WS-ASOF-UNUSABLE-COUNT
                   ELSE IF AUDIT-IN-DATE > WS-ASOF-DATE
                       PERFORM ROLL-BACK-AUDIT-LINE
                   END-IF
               ELSE IF AUDIT-IN-DISPOSITION(1:8) = "REJECTED"
                   IF AUDIT-IN-DATE IS NOT NUMERIC
                       ADD 1 TO WS-ASOF-REJECT-COUNT
                   ELSE IF AUDIT-IN-DATE > WS-ASOF-DATE
                       ADD 1 TO WS-ASOF-REJECT-COUNT
                   END-IF
               END-IF
           END-IF.

      * Counts the reference numbers missing before the current line,
      * or a number out of sequence. Lines written before references
      * were issued carry none and are not checked.
       CHECK-AS-OF-REFERENCE.
           IF AUDIT-IN-REF IS NUMERIC
               MOVE AUDIT-IN-REF TO WS-ASOF-REF
               IF WS-ASOF-REF NOT > WS-ASOF-LAST-REF
                   ADD 1 TO WS-ASOF-GAP-COUNT
               ELSE
                   COMPUTE WS-ASOF-GAP-COUNT = WS-ASOF-GAP-COUNT
                       + WS-ASOF-REF - WS-ASOF-LAST-REF - 1
                   MOVE WS-ASOF-REF TO WS-ASOF-LAST-REF
               END-IF
           END-IF.

      * Backs one applied posting out of the net table: its seats go
      * back from the gaining party to the losing party in its province.
      * A line whose province, parties or seats cannot be read is counted
      * instead.
       ROLL-BACK-AUDIT-LINE.
           MOVE AUDIT-IN-PROVINCE TO PROVINCE-CHOICE.
           PERFORM SET-SEARCH-KEY.
           MOVE 0 TO WS-PROVINCE-FOUND.
           PERFORM SEARCH-PROVINCE-BY-NAME
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.
           PERFORM GET-AQ-PARTY-SUBS.
           IF WS-PROVINCE-FOUND = 0
               OR WS-AQ-GAIN-SUB = 0 OR WS-AQ-LOSE-SUB = 0
               OR AUDIT-IN-SEATS IS NOT NUMERIC
               ADD 1 TO WS-ASOF-UNUSABLE-COUNT
           ELSE
               MOVE AUDIT-IN-SEATS TO WS-ASOF-SEATS
               SUBTRACT WS-ASOF-SEATS FROM
                   WS-ASOF-NET(WS-MATCHED-PROVINCE-SUB, WS-AQ-GAIN-SUB)
               ADD WS-ASOF-SEATS TO
                   WS-ASOF-NET(WS-MATCHED-PROVINCE-SUB, WS-AQ-LOSE-SUB)
               ADD 1 TO WS-ASOF-ROLLED-COUNT
           END-IF.

      * Applies one province's net rollback to the seat table.
       APPLY-AS-OF-PROVINCE.
           PERFORM APPLY-AS-OF-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

      * Applies one party's net rollback. A count that would go below
      * zero means the trail does not account for the seats now held;
      * it is shown as zero and counted for the warnings.
       APPLY-AS-OF-PARTY.
           COMPUTE WS-ASOF-RESULT =
               WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
               + WS-ASOF-NET(PROVINCE-SUB, PARTY-SUB).
           IF WS-ASOF-RESULT < 0
               MOVE 0 TO WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
               ADD 1 TO WS-ASOF-NEGATIVE-COUNT
           ELSE
               MOVE WS-ASOF-RESULT
                   TO WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
           END-IF.

      * Displays the rolled-back province-by-party table.
       DISPLAY-AS-OF-TABLE.
           DISPLAY SPACES.
           DISPLAY "Seats by province as of " WS-ASOF-DATE
               " (current seats less later postings):".
           MOVE WS-ASOF-ROLLED-COUNT TO DISPLAY-ASOF-COUNT.
           DISPLAY "Transactions rolled back: " DISPLAY-ASOF-COUNT.
           DISPLAY SPACES.
           PERFORM BUILD-PARTY-HEADING.
           DISPLAY "Province:                 " WS-PARTY-HEADING.
           DISPLAY SPACER.
           PERFORM DISPLAY-AS-OF-ROW
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           DISPLAY SPACER.

      * Displays one province's rolled-back seats.
       DISPLAY-AS-OF-ROW.
           PERFORM BUILD-PROVINCE-SEAT-CELLS.
           DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB) " " WS-PARTY-CELLS.

      * Says whether the rebuilt figures can be relied on: gaps in the
      * reference numbers, rejected postings in the rolled-back window,
      * applied lines that could not be backed out, and seat counts the
      * trail could not account for.
       DISPLAY-AS-OF-WARNINGS.
           IF WS-ASOF-GAP-COUNT = 0
               AND WS-ASOF-REJECT-COUNT = 0
               AND WS-ASOF-UNUSABLE-COUNT = 0
               AND WS-ASOF-NEGATIVE-COUNT = 0
               DISPLAY "The audit trail is complete for this date."
           ELSE
               DISPLAY "WARNING: these figures may not be reliable:"
               IF WS-ASOF-GAP-COUNT > 0
                   MOVE WS-ASOF-GAP-COUNT TO DISPLAY-ASOF-COUNT
                   DISPLAY "  " DISPLAY-ASOF-COUNT
                       " reference number(s) missing or out of"
                       " sequence on the trail"
               END-IF
               IF WS-ASOF-REJECT-COUNT > 0
                   MOVE WS-ASOF-REJECT-COUNT TO DISPLAY-ASOF-COUNT
                   DISPLAY "  " DISPLAY-ASOF-COUNT " rejected line(s)"
                       " dated after " WS-ASOF-DATE " or undated"
               END-IF
               IF WS-ASOF-UNUSABLE-COUNT > 0
                   MOVE WS-ASOF-UNUSABLE-COUNT TO DISPLAY-ASOF-COUNT
                   DISPLAY "  " DISPLAY-ASOF-COUNT " applied line(s)"
                       " that could not be rolled back"
               END-IF
               IF WS-ASOF-NEGATIVE-COUNT > 0
                   MOVE WS-ASOF-NEGATIVE-COUNT TO DISPLAY-ASOF-COUNT
                   DISPLAY "  " DISPLAY-ASOF-COUNT " seat count(s)"
                       " below zero once rolled back (shown as zero)"
               END-IF
           END-IF.
           DISPLAY SPACES.

      * Lists every vacant riding by province with the date the seat
      * fell vacant and the days it has been empty, flagging any seat
      * held open past the by-election window.
       VACANCY-AGEING-MODE.
           IF WS-RIDING-AVAILABLE = 0
               DISPLAY SPACES
               DISPLAY "ERROR: riding detail (RIDINGS.TXT) is not"
                   " available."
               DISPLAY SPACES
           ELSE
               PERFORM GATHER-VACANCY-AGES
               MOVE WS-BYELECT-WINDOW TO DISPLAY-BYELECT-WINDOW
               DISPLAY SPACES
               DISPLAY "Vacant seats as of " WS-TODAY-DATE
                   " (by-election window " DISPLAY-BYELECT-WINDOW
                   " days):"
               DISPLAY SPACES
               DISPLAY "Province                  Riding"
                   "                         Vacant   Days"
               DISPLAY SPACER
               PERFORM DISPLAY-VACANCY-ROW
                   VARYING WS-VACANCY-SUB FROM 1 BY 1
                   UNTIL WS-VACANCY-SUB > WS-VACANCY-COUNT
               DISPLAY SPACER
               MOVE WS-VACANCY-COUNT TO DISPLAY-VACANCY-COUNT
               DISPLAY "Vacant seats: " DISPLAY-VACANCY-COUNT
               MOVE WS-VACANCY-OVERDUE-COUNT TO DISPLAY-VACANCY-COUNT
               DISPLAY "Past the by-election window: "
                   DISPLAY-VACANCY-COUNT
               IF WS-VACANCY-UNDATED-COUNT > 0
                   MOVE WS-VACANCY-UNDATED-COUNT
                       TO DISPLAY-VACANCY-COUNT
                   DISPLAY "Vacant since before the audit trail: "
                       DISPLAY-VACANCY-COUNT
               END-IF
               DISPLAY SPACES
           END-IF.

      * Displays one vacant riding and its age.
       DISPLAY-VACANCY-ROW.
           MOVE WS-VACANCY-RIDING-SUB(WS-VACANCY-SUB) TO WS-RIDING-SUB.
           IF WS-VACANCY-DATE(WS-VACANCY-SUB) = SPACES
               DISPLAY WS-RIDING-PROVINCE(WS-RIDING-SUB) " "
                   WS-RIDING-NAME(WS-RIDING-SUB) " not on audit trail"
           ELSE
               MOVE WS-VACANCY-DAYS(WS-VACANCY-SUB)
                   TO DISPLAY-VACANCY-DAYS
               IF WS-VACANCY-OVERDUE(WS-VACANCY-SUB) = 1
                   DISPLAY WS-RIDING-PROVINCE(WS-RIDING-SUB) " "
                       WS-RIDING-NAME(WS-RIDING-SUB) " "
                       WS-VACANCY-DATE(WS-VACANCY-SUB) " "
                       DISPLAY-VACANCY-DAYS
                       "  ** PAST BY-ELECTION WINDOW **"
               ELSE
                   DISPLAY WS-RIDING-PROVINCE(WS-RIDING-SUB) " "
                       WS-RIDING-NAME(WS-RIDING-SUB) " "
                       WS-VACANCY-DATE(WS-VACANCY-SUB) " "
                       DISPLAY-VACANCY-DAYS
               END-IF
           END-IF.

      * Builds the vacancy list shared by the console report and the
      * pack: the window from BYELECT.CTL, the vacant ridings in
      * province order, the date each fell vacant from the audit trail,
      * and the days since.
       GATHER-VACANCY-AGES.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-BYELECT-WINDOW.
           MOVE 0 TO WS-VACANCY-COUNT.
           PERFORM LIST-PROVINCE-VACANCIES
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           PERFORM DATE-VACANCIES-FROM-AUDIT.
           MOVE WS-TODAY-DATE TO WS-DAY-COUNT-DATE.
           PERFORM COMPUTE-DAY-COUNT.
           MOVE WS-DAY-COUNT TO WS-DAY-COUNT-TODAY.
           MOVE 0 TO WS-VACANCY-OVERDUE-COUNT.
           MOVE 0 TO WS-VACANCY-UNDATED-COUNT.
           PERFORM AGE-ONE-VACANCY
               VARYING WS-VACANCY-SUB FROM 1 BY 1
               UNTIL WS-VACANCY-SUB > WS-VACANCY-COUNT.

      * Reads the by-election window in days from BYELECT.CTL. Without
      * the file, or with a value that is not a day count, the
      * statutory 180 days applies.
       LOAD-BYELECT-WINDOW.
           MOVE 180 TO WS-BYELECT-WINDOW.
           OPEN INPUT BYELECT-CTL-IN.
           IF WS-BYELECT-STATUS = "00"
               READ BYELECT-CTL-IN
                   AT END MOVE SPACES TO BYELECT-CTL-RECORD
               END-READ
               IF BYELECT-CTL-RECORD IS NUMERIC
                   AND BYELECT-CTL-RECORD NOT = "000"
                   MOVE BYELECT-CTL-RECORD TO WS-BYELECT-WINDOW
               END-IF
               CLOSE BYELECT-CTL-IN
           END-IF.

      * Adds the vacant ridings of one province to the list.
       LIST-PROVINCE-VACANCIES.
           PERFORM LIST-ONE-VACANCY
               VARYING WS-RIDING-SUB FROM 1 BY 1
               UNTIL WS-RIDING-SUB > WS-RIDING-COUNT.

       LIST-ONE-VACANCY.
           IF WS-RIDING-PROVINCE-KEY(WS-RIDING-SUB)
               = WS-PROVINCE-KEY(PROVINCE-SUB)
               AND WS-RIDING-PARTY(WS-RIDING-SUB)
               = WS-PARTY-CODE(WS-VAC-SUB)
               AND WS-VACANCY-COUNT < 350
               ADD 1 TO WS-VACANCY-COUNT
               MOVE WS-RIDING-SUB
                   TO WS-VACANCY-RIDING-SUB(WS-VACANCY-COUNT)
               MOVE SPACES TO WS-VACANCY-DATE(WS-VACANCY-COUNT)
               MOVE SPACES TO WS-VACANCY-PRIOR-DATE(WS-VACANCY-COUNT)
               MOVE 0 TO WS-VACANCY-DAYS(WS-VACANCY-COUNT)
               MOVE 0 TO WS-VACANCY-OVERDUE(WS-VACANCY-COUNT)
           END-IF.

      * Reads the audit trail from the top to date each vacancy.
       DATE-VACANCIES-FROM-AUDIT.
           IF WS-AUDIT-OPEN = 1
               CLOSE TXN-AUDIT-OUT
               MOVE 0 TO WS-AUDIT-OPEN
           END-IF.
           OPEN INPUT TXN-AUDIT-IN.
           IF WS-AUDIT-IN-STATUS = "00"
               MOVE 0 TO WS-VACANCY-EOF
               PERFORM READ-VACANCY-AUDIT-LINE
                   UNTIL WS-VACANCY-EOF = 1
               CLOSE TXN-AUDIT-IN
           END-IF.

      * Picks out applied postings against one of the vacant ridings.
      * Lines written before the riding was carried on the trail cannot
      * be tied to a riding and are passed over.
       READ-VACANCY-AUDIT-LINE.
           READ TXN-AUDIT-IN
               AT END MOVE 1 TO WS-VACANCY-EOF.
           IF WS-VACANCY-EOF = 0
               AND AUDIT-IN-DISPOSITION(1:7) = "APPLIED"
               AND AUDIT-IN-RIDING NOT = SPACES
               MOVE AUDIT-IN-PROVINCE TO WS-VACANCY-KEY
               INSPECT WS-VACANCY-KEY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO WS-VACANCY-FOUND
               PERFORM MATCH-VACANCY-RIDING
                   VARYING WS-VACANCY-SUB FROM 1 BY 1
                   UNTIL WS-VACANCY-SUB > WS-VACANCY-COUNT
                   OR WS-VACANCY-FOUND = 1
               IF WS-VACANCY-FOUND = 1
                   PERFORM DATE-ONE-VACANCY
               END-IF
           END-IF.

       MATCH-VACANCY-RIDING.
           MOVE WS-VACANCY-RIDING-SUB(WS-VACANCY-SUB) TO WS-RIDING-SUB.
           IF WS-RIDING-PROVINCE-KEY(WS-RIDING-SUB) = WS-VACANCY-KEY
               AND WS-RIDING-NAME(WS-RIDING-SUB) = AUDIT-IN-RIDING
               MOVE 1 TO WS-VACANCY-FOUND
               MOVE WS-VACANCY-SUB TO WS-VACANCY-MATCH-SUB
           END-IF.

      * A posting that gave the seat to VAC starts the vacancy on its
      * date; one that filled it ends the vacancy, keeping its start in
      * case the filling posting is later reversed, when the reversal
      * puts the original date back rather than starting a new one.
       DATE-ONE-VACANCY.
           MOVE WS-VACANCY-MATCH-SUB TO WS-VACANCY-SUB.
           IF AUDIT-IN-GAIN = WS-PARTY-CODE(WS-VAC-SUB)
               IF AUDIT-IN-LINK-REF NOT = SPACES
                   MOVE WS-VACANCY-PRIOR-DATE(WS-VACANCY-SUB)
                       TO WS-VACANCY-DATE(WS-VACANCY-SUB)
               ELSE
                   MOVE AUDIT-IN-DATE TO WS-VACANCY-DATE(WS-VACANCY-SUB)
               END-IF
           ELSE IF AUDIT-IN-LOSE = WS-PARTY-CODE(WS-VAC-SUB)
               MOVE WS-VACANCY-DATE(WS-VACANCY-SUB)
                   TO WS-VACANCY-PRIOR-DATE(WS-VACANCY-SUB)
               MOVE SPACES TO WS-VACANCY-DATE(WS-VACANCY-SUB)
           END-IF.

      * Counts the days one seat has been vacant and flags it when the
      * count is past the by-election window. A vacancy older than the
      * trail has no date and is counted separately.
       AGE-ONE-VACANCY.
           IF WS-VACANCY-DATE(WS-VACANCY-SUB) IS NOT NUMERIC
               MOVE SPACES TO WS-VACANCY-DATE(WS-VACANCY-SUB)
               ADD 1 TO WS-VACANCY-UNDATED-COUNT
           ELSE
               MOVE WS-VACANCY-DATE(WS-VACANCY-SUB) TO WS-DAY-COUNT-DATE
               PERFORM COMPUTE-DAY-COUNT
               IF WS-DAY-COUNT > WS-DAY-COUNT-TODAY
                   MOVE 0 TO WS-VACANCY-DAYS(WS-VACANCY-SUB)
               ELSE
                   COMPUTE WS-VACANCY-DAYS(WS-VACANCY-SUB) =
                       WS-DAY-COUNT-TODAY - WS-DAY-COUNT
               END-IF
               IF WS-VACANCY-DAYS(WS-VACANCY-SUB) > WS-BYELECT-WINDOW
                   MOVE 1 TO WS-VACANCY-OVERDUE(WS-VACANCY-SUB)
                   ADD 1 TO WS-VACANCY-OVERDUE-COUNT
               END-IF
           END-IF.

      * Turns the YYYYMMDD date in WS-DAY-COUNT-DATE into a running day
      * number, so two dates can be subtracted to give the days between
      * them. A month outside 01-12 gives day zero.
       COMPUTE-DAY-COUNT.
           IF WS-DAY-COUNT-MONTH < 1 OR WS-DAY-COUNT-MONTH > 12
               MOVE 0 TO WS-DAY-COUNT
           ELSE
               SUBTRACT 1 FROM WS-DAY-COUNT-YEAR
                   GIVING WS-DAY-COUNT-PRIOR-YEAR
               COMPUTE WS-DAY-COUNT = WS-DAY-COUNT-PRIOR-YEAR * 365
                   + WS-MONTH-START(WS-DAY-COUNT-MONTH)
                   + WS-DAY-COUNT-DAY
               DIVIDE WS-DAY-COUNT-PRIOR-YEAR BY 4
                   GIVING WS-DAY-COUNT-QUOTIENT
               ADD WS-DAY-COUNT-QUOTIENT TO WS-DAY-COUNT
               DIVIDE WS-DAY-COUNT-PRIOR-YEAR BY 100
                   GIVING WS-DAY-COUNT-QUOTIENT
               SUBTRACT WS-DAY-COUNT-QUOTIENT FROM WS-DAY-COUNT
               DIVIDE WS-DAY-COUNT-PRIOR-YEAR BY 400
                   GIVING WS-DAY-COUNT-QUOTIENT
               ADD WS-DAY-COUNT-QUOTIENT TO WS-DAY-COUNT
               PERFORM SET-DAY-COUNT-LEAP
               IF WS-DAY-COUNT-LEAP = 1 AND WS-DAY-COUNT-MONTH > 2
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-IF.

      * Sets the leap-year switch for the year in WS-DAY-COUNT-DATE.
       SET-DAY-COUNT-LEAP.
           MOVE 0 TO WS-DAY-COUNT-LEAP.
           DIVIDE WS-DAY-COUNT-YEAR BY 4 GIVING WS-DAY-COUNT-QUOTIENT
               REMAINDER WS-DAY-COUNT-REMAINDER.
           IF WS-DAY-COUNT-REMAINDER = 0
               MOVE 1 TO WS-DAY-COUNT-LEAP
           END-IF.
           DIVIDE WS-DAY-COUNT-YEAR BY 100 GIVING WS-DAY-COUNT-QUOTIENT
               REMAINDER WS-DAY-COUNT-REMAINDER.
           IF WS-DAY-COUNT-REMAINDER = 0
               MOVE 0 TO WS-DAY-COUNT-LEAP
           END-IF.
           DIVIDE WS-DAY-COUNT-YEAR BY 400 GIVING WS-DAY-COUNT-QUOTIENT
               REMAINDER WS-DAY-COUNT-REMAINDER.
           IF WS-DAY-COUNT-REMAINDER = 0
               MOVE 1 TO WS-DAY-COUNT-LEAP
           END-IF.

      * Projects the House under a uniform swing: the points of vote
      * share entered move from one party to another in every riding in
      * RIDEVOTE.TXT, nationally or in one REGIONS.TXT region, and each
      * riding is re-run to see who would win. A riding changes hands
      * when its winner after the swing differs from its winner on the
      * votes as cast, and the projected seats are today's seats moved
      * by those changes, so a zero swing projects today's House.
       SWING-PROJECTION-MODE.
           IF WS-VOTE-AVAILABLE = 0
               DISPLAY SPACES
               DISPLAY "ERROR: no riding vote file (RIDEVOTE.TXT) was"
                   " found."
               DISPLAY SPACES
           ELSE
               PERFORM ACCEPT-SWING-ENTRY
               IF WS-SWING-VALID = 1
                   PERFORM PROJECT-SWING
               END-IF
           END-IF.

      * Takes the scope, the two parties and the points of swing,
      * leaving WS-SWING-VALID at zero if any of them will not do.
       ACCEPT-SWING-ENTRY.
           MOVE 0 TO WS-SWING-VALID.
           DISPLAY SPACES.
           DISPLAY "Swing nationally (N) or in one region (enter the"
               " region name from REGIONS.TXT):".
           ACCEPT WS-SWING-SCOPE.
           INSPECT WS-SWING-SCOPE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-SWING-SCOPE TO WS-SWING-REGION-KEY.
           IF WS-SWING-SCOPE NOT = "N"
               PERFORM CHECK-SWING-REGION
           END-IF.
           IF WS-SWING-SCOPE = "N" OR WS-REGION-FOUND = 1
               DISPLAY "Party losing vote share (code):"
               ACCEPT PARTY-CHOICE
               PERFORM GET-CHOICE-PARTY-SUB
               MOVE WS-CHOICE-PARTY-SUB TO WS-SWING-FROM-SUB
               DISPLAY "Party gaining vote share (code):"
               ACCEPT PARTY-CHOICE
               PERFORM GET-CHOICE-PARTY-SUB
               MOVE WS-CHOICE-PARTY-SUB TO WS-SWING-TO-SUB
               IF WS-SWING-FROM-SUB = 0 OR WS-SWING-TO-SUB = 0
                   OR WS-SWING-FROM-SUB = WS-VAC-SUB
                   OR WS-SWING-TO-SUB = WS-VAC-SUB
                   DISPLAY "INVALID CHOICE."
               ELSE IF WS-SWING-FROM-SUB = WS-SWING-TO-SUB
                   DISPLAY "ERROR: the swing needs two different"
                       " parties."
               ELSE
                   PERFORM ACCEPT-SWING-POINTS
               END-IF
           END-IF.
           DISPLAY SPACES.

      * Checks the entered region is one REGIONS.TXT names, ignoring
      * case.
       CHECK-SWING-REGION.
           MOVE 0 TO WS-REGION-FOUND.
           IF WS-REGION-AVAILABLE = 0
               DISPLAY "ERROR: no region reference file (REGIONS.TXT)"
                   " was found."
           ELSE
               PERFORM MATCH-SWING-REGION
                   VARYING WS-REGION-MAP-SUB FROM 1 BY 1
                   UNTIL WS-REGION-MAP-SUB > WS-REGION-MAP-COUNT
                   OR WS-REGION-FOUND = 1
               IF WS-REGION-FOUND = 0
                   DISPLAY "ERROR: " WS-SWING-SCOPE
                       " is not a region in REGIONS.TXT."
               END-IF
           END-IF.

       MATCH-SWING-REGION.
           MOVE WS-REGION-MAP-REGION(WS-REGION-MAP-SUB)
               TO WS-SWING-REGION-KEY.
           INSPECT WS-SWING-REGION-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SWING-REGION-KEY = WS-SWING-SCOPE
               MOVE 1 TO WS-REGION-FOUND
           END-IF.

      * Takes the swing in points of vote share, whole or to one
      * decimal place (2 or 2.5), below 50.
       ACCEPT-SWING-POINTS.
           DISPLAY "Swing in points of vote share (for example 2.5):".
           ACCEPT WS-SWING-ENTRY.
           MOVE SPACES TO WS-SWING-WHOLE.
           MOVE SPACES TO WS-SWING-TENTH.
           UNSTRING WS-SWING-ENTRY DELIMITED BY "." OR SPACE
               INTO WS-SWING-WHOLE WS-SWING-TENTH.
           INSPECT WS-SWING-WHOLE REPLACING LEADING SPACE BY "0".
           IF WS-SWING-TENTH = SPACE
               MOVE "0" TO WS-SWING-TENTH
           END-IF.
           IF WS-SWING-WHOLE IS NOT NUMERIC
               OR WS-SWING-TENTH IS NOT NUMERIC
               DISPLAY "ERROR: the swing must be a number of points"
                   " such as 2 or 2.5."
           ELSE
               MOVE WS-SWING-DIGITS-VALUE TO WS-SWING-POINTS
               IF WS-SWING-POINTS NOT < 50
                   DISPLAY "ERROR: the swing must be below 50 points."
               ELSE
                   MOVE 1 TO WS-SWING-VALID
               END-IF
           END-IF.

      * Runs the projection and shows it against today's seats. The
      * loaded seat table is put back afterwards.
       PROJECT-SWING.
           MOVE WS-PARLIAMENT TO WS-SWING-ACTUAL-PARLIAMENT.
           INITIALIZE WS-SWING-NET-TABLE.
           MOVE 0 TO WS-SWING-RIDING-COUNT.
           MOVE 0 TO WS-SWING-CHANGE-COUNT.
           MOVE 0 TO WS-SWING-SKIPPED-COUNT.
           MOVE 0 TO WS-SWING-NEGATIVE-COUNT.
           MOVE WS-SWING-POINTS TO DISPLAY-SWING-POINTS.
           DISPLAY "Uniform swing of " DISPLAY-SWING-POINTS
               " points from " WS-PARTY-CODE(WS-SWING-FROM-SUB)
               " to " WS-PARTY-CODE(WS-SWING-TO-SUB).
           IF WS-SWING-SCOPE = "N"
               DISPLAY "Scope: every riding in RIDEVOTE.TXT"
           ELSE
               DISPLAY "Scope: ridings in the " WS-SWING-SCOPE
                   " region"
           END-IF.
           DISPLAY SPACES.
           DISPLAY "Ridings that would change hands:".
           DISPLAY SPACER.
           PERFORM PROJECT-SWING-RIDING
               VARYING WS-VOTE-SUB FROM 1 BY 1
               UNTIL WS-VOTE-SUB > WS-VOTE-ROW-COUNT.
           DISPLAY SPACER.
           MOVE WS-SWING-RIDING-COUNT TO DISPLAY-SWING-COUNT.
           DISPLAY "Ridings re-run: " DISPLAY-SWING-COUNT.
           MOVE WS-SWING-CHANGE-COUNT TO DISPLAY-SWING-COUNT.
           DISPLAY "Ridings changing hands: " DISPLAY-SWING-COUNT.
           PERFORM BUILD-STANDINGS-TABLE.
           PERFORM SAVE-SWING-ACTUAL-TOTAL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM APPLY-SWING-PROVINCE
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           PERFORM DISPLAY-SWING-PROVINCES.
           PERFORM BUILD-STANDINGS-TABLE.
           PERFORM DISPLAY-SWING-NATIONAL.
           IF WS-SWING-SKIPPED-COUNT > 0
               MOVE WS-SWING-SKIPPED-COUNT TO DISPLAY-SWING-COUNT
               DISPLAY "WARNING: " DISPLAY-SWING-COUNT
                   " riding(s) skipped: no votes, or a province not"
                   " in the seat table."
           END-IF.
           IF WS-SWING-NEGATIVE-COUNT > 0
               MOVE WS-SWING-NEGATIVE-COUNT TO DISPLAY-SWING-COUNT
               DISPLAY "WARNING: " DISPLAY-SWING-COUNT
                   " projected count(s) below zero, shown as zero;"
                   " the votes and seat table disagree."
           END-IF.
           DISPLAY SPACES.
           MOVE WS-SWING-ACTUAL-PARLIAMENT TO WS-PARLIAMENT.

      * Re-runs one riding if it is in scope: finds its winner on the
      * votes as cast and after the swing, and records the seat moving
      * when the two differ. The swing is taken off the losing party's
      * votes, never below none, and added to the gaining party's.
       PROJECT-SWING-RIDING.
           PERFORM CHECK-SWING-SCOPE.
           IF WS-SWING-IN-SCOPE = 1
               MOVE 0 TO WS-SWING-RIDING-VOTES
               PERFORM COPY-SWING-VOTES
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               IF WS-SWING-RIDING-VOTES = 0
                   OR WS-SWING-PROVINCE-SUB = 0
                   ADD 1 TO WS-SWING-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-SWING-RIDING-COUNT
                   PERFORM FIND-SWING-WINNER
                   MOVE WS-SWING-PROJ-SUB TO WS-SWING-BASE-SUB
                   COMPUTE WS-SWING-SHIFT ROUNDED =
                       WS-SWING-RIDING-VOTES * WS-SWING-POINTS / 100
                   IF WS-SWING-SHIFT > WS-SWING-VOTES(WS-SWING-FROM-SUB)
                       MOVE WS-SWING-VOTES(WS-SWING-FROM-SUB)
                           TO WS-SWING-SHIFT
                   END-IF
                   SUBTRACT WS-SWING-SHIFT
                       FROM WS-SWING-VOTES(WS-SWING-FROM-SUB)
                   ADD WS-SWING-SHIFT TO WS-SWING-VOTES(WS-SWING-TO-SUB)
                   PERFORM FIND-SWING-WINNER
                   IF WS-SWING-PROJ-SUB NOT = WS-SWING-BASE-SUB
                       PERFORM RECORD-SWING-CHANGE
                   END-IF
               END-IF
           END-IF.

      * Decides whether the current vote row is in the swing's scope,
      * and finds its province in the seat table.
       CHECK-SWING-SCOPE.
           MOVE 0 TO WS-SWING-PROVINCE-SUB.
           PERFORM FIND-SWING-PROVINCE
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-SWING-PROVINCE-SUB > 0.
           IF WS-SWING-SCOPE = "N"
               MOVE 1 TO WS-SWING-IN-SCOPE
           ELSE
               MOVE 0 TO WS-SWING-IN-SCOPE
               PERFORM MATCH-SWING-SCOPE-ROW
                   VARYING WS-REGION-MAP-SUB FROM 1 BY 1
                   UNTIL WS-REGION-MAP-SUB > WS-REGION-MAP-COUNT
                   OR WS-SWING-IN-SCOPE = 1
           END-IF.

       FIND-SWING-PROVINCE.
           IF WS-PROVINCE-KEY(PROVINCE-SUB) =
               WS-VOTE-PROVINCE-KEY(WS-VOTE-SUB)
               MOVE PROVINCE-SUB TO WS-SWING-PROVINCE-SUB
           END-IF.

      * A vote row is in a region's scope when the region map puts its
      * province in the chosen region.
       MATCH-SWING-SCOPE-ROW.
           IF WS-REGION-MAP-KEY(WS-REGION-MAP-SUB) =
               WS-VOTE-PROVINCE-KEY(WS-VOTE-SUB)
               MOVE WS-REGION-MAP-REGION(WS-REGION-MAP-SUB)
                   TO WS-SWING-REGION-KEY
               INSPECT WS-SWING-REGION-KEY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-SWING-REGION-KEY = WS-SWING-SCOPE
                   MOVE 1 TO WS-SWING-IN-SCOPE
               END-IF
           END-IF.

      * Copies one party's votes for the riding and adds them to its
      * total.
       COPY-SWING-VOTES.
           MOVE WS-VOTE-COUNT(WS-VOTE-SUB, PARTY-SUB)
               TO WS-SWING-VOTES(PARTY-SUB).
           ADD WS-VOTE-COUNT(WS-VOTE-SUB, PARTY-SUB)
               TO WS-SWING-RIDING-VOTES.

      * Finds the party with the most of the riding's working votes. A
      * tie goes to the first column, as the winner cross-check does.
       FIND-SWING-WINNER.
           MOVE 0 TO WS-SWING-MAX.
           MOVE 0 TO WS-SWING-PROJ-SUB.
           PERFORM FIND-TOP-SWING-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

       FIND-TOP-SWING-PARTY.
           IF WS-SWING-VOTES(PARTY-SUB) > WS-SWING-MAX
               MOVE WS-SWING-VOTES(PARTY-SUB) TO WS-SWING-MAX
               MOVE PARTY-SUB TO WS-SWING-PROJ-SUB
           END-IF.

      * Lists a riding changing hands and moves its seat in the net
      * table.
       RECORD-SWING-CHANGE.
           ADD 1 TO WS-SWING-CHANGE-COUNT.
           SUBTRACT 1 FROM
               WS-SWING-NET(WS-SWING-PROVINCE-SUB, WS-SWING-BASE-SUB).
           ADD 1 TO
               WS-SWING-NET(WS-SWING-PROVINCE-SUB, WS-SWING-PROJ-SUB).
           DISPLAY WS-VOTE-PROVINCE(WS-VOTE-SUB) " "
               WS-VOTE-RIDING(WS-VOTE-SUB) " "
               WS-PARTY-CODE(WS-SWING-BASE-SUB) " -> "
               WS-PARTY-CODE(WS-SWING-PROJ-SUB).

      * Keeps one party's national seats before the projection.
       SAVE-SWING-ACTUAL-TOTAL.
           MOVE WS-STANDING-TOTAL(PARTY-SUB)
               TO WS-SWING-ACTUAL-TOTAL(PARTY-SUB).

      * Moves one province's seats by the projected changes.
       APPLY-SWING-PROVINCE.
           PERFORM APPLY-SWING-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

      * Moves one party's seats in one province. A count that would go
      * below zero is shown as zero and counted for the warnings.
       APPLY-SWING-PARTY.
           COMPUTE WS-SWING-RESULT =
               WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
               + WS-SWING-NET(PROVINCE-SUB, PARTY-SUB).
           IF WS-SWING-RESULT < 0
               MOVE 0 TO WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
               ADD 1 TO WS-SWING-NEGATIVE-COUNT
           ELSE
               MOVE WS-SWING-RESULT
                   TO WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
           END-IF.

      * Shows each province's seats today with the projection beneath.
       DISPLAY-SWING-PROVINCES.
           DISPLAY SPACES.
           DISPLAY "Seats by province, actual and projected:".
           DISPLAY SPACES.
           PERFORM BUILD-PARTY-HEADING.
           DISPLAY "Province:                 " WS-PARTY-HEADING.
           DISPLAY SPACER.
           PERFORM DISPLAY-SWING-PROVINCE-ROW
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           DISPLAY SPACER.

       DISPLAY-SWING-PROVINCE-ROW.
           PERFORM MOVE-SWING-ACTUAL-SEATS
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM BUILD-SEAT-CELLS.
           DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB) " " WS-PARTY-CELLS.
           PERFORM BUILD-PROVINCE-SEAT-CELLS.
           DISPLAY "  projected               " WS-PARTY-CELLS.

       MOVE-SWING-ACTUAL-SEATS.
           MOVE WS-SWING-ACTUAL-PARTIES(PROVINCE-SUB, PARTY-SUB)
               TO WS-DISPLAY-PARTIES-TABLE(PARTY-SUB).

      * Shows each party's national seats today and projected, and
      * whether any party would clear the majority threshold.
       DISPLAY-SWING-NATIONAL.
           DISPLAY SPACES.
           MOVE WS-GRAND-TOTAL TO DISPLAY-GRAND-TOTAL.
           MOVE WS-MAJORITY-THRESHOLD TO DISPLAY-MAJORITY-THRESHOLD.
           DISPLAY "National seats, actual and projected. Total seats: "
               DISPLAY-GRAND-TOTAL "   Majority: "
               DISPLAY-MAJORITY-THRESHOLD.
           DISPLAY SPACER.
           DISPLAY "Party                           Actual Projected"
               " Change".
           DISPLAY SPACER.
           MOVE 0 TO WS-SWING-MAJORITY-SUB.
           PERFORM DISPLAY-SWING-NATIONAL-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY SPACER.
           IF WS-SWING-MAJORITY-SUB = 0
               DISPLAY "No party would clear the majority threshold."
           ELSE
               DISPLAY "*** " WS-PARTY-NAME(WS-SWING-MAJORITY-SUB)
                   " would hold a majority ***"
           END-IF.

       DISPLAY-SWING-NATIONAL-ROW.
           MOVE WS-SWING-ACTUAL-TOTAL(PARTY-SUB)
               TO DISPLAY-SWING-ACTUAL.
           MOVE WS-STANDING-TOTAL(PARTY-SUB) TO DISPLAY-STANDING-TOTAL.
           COMPUTE WS-SWING-CHANGE = WS-STANDING-TOTAL(PARTY-SUB)
               - WS-SWING-ACTUAL-TOTAL(PARTY-SUB).
           MOVE WS-SWING-CHANGE TO DISPLAY-SWING-CHANGE.
           DISPLAY WS-PARTY-NAME(PARTY-SUB) "  " DISPLAY-SWING-ACTUAL
               "     " DISPLAY-STANDING-TOTAL " " DISPLAY-SWING-CHANGE.
           IF PARTY-SUB NOT = WS-VAC-SUB
               AND WS-STANDING-TOTAL(PARTY-SUB)
               NOT < WS-MAJORITY-THRESHOLD
               MOVE PARTY-SUB TO WS-SWING-MAJORITY-SUB
           END-IF.

      * Member turnover over a date range from MEMBHIST.TXT: by
      * province and party, the members who took a seat and who left
      * one, and the members who changed party into and out of it, with
      * the same counts by party nationally. An event is dated by the
      * start of the spell it opens or the end of the spell it closes.
       TURNOVER-REPORT-MODE.
           OPEN INPUT MEMBER-HIST-IO.
           IF WS-MHIST-FILE-STATUS NOT = "00"
               DISPLAY SPACES
               DISPLAY "ERROR: no member history (MEMBHIST.TXT) was"
                   " found."
               DISPLAY SPACES
           ELSE
               PERFORM ACCEPT-TURNOVER-DATES
               INITIALIZE WS-TURNOVER-TABLE
               INITIALIZE WS-TURNOVER-NATIONAL
               MOVE 0 TO WS-TURN-COUNTED
               MOVE 0 TO WS-TURN-UNUSABLE
               MOVE 0 TO WS-MHIST-EOF
               PERFORM READ-TURNOVER-RECORD UNTIL WS-MHIST-EOF = 1
               CLOSE MEMBER-HIST-IO
               PERFORM DISPLAY-TURNOVER-REPORT
           END-IF.

      * Prompts for the date range. A non-numeric date leaves that end
      * of the range open, as in the audit-trail inquiry.
       ACCEPT-TURNOVER-DATES.
           DISPLAY SPACES.
           DISPLAY "From date (YYYYMMDD, or ALL):".
           ACCEPT WS-TURN-FROM-DATE.
           IF WS-TURN-FROM-DATE IS NOT NUMERIC
               MOVE "00000000" TO WS-TURN-FROM-DATE
           END-IF.
           DISPLAY "To date (YYYYMMDD, or ALL):".
           ACCEPT WS-TURN-TO-DATE.
           IF WS-TURN-TO-DATE IS NOT NUMERIC
               MOVE "99999999" TO WS-TURN-TO-DATE
           END-IF.

      * Reads one history record and tallies it when its event falls in
      * the range.
       READ-TURNOVER-RECORD.
           READ MEMBER-HIST-IO
               AT END MOVE 1 TO WS-MHIST-EOF.
           IF WS-MHIST-EOF = 0
               IF MHIST-END-DATE = SPACES
                   MOVE MHIST-START-DATE TO WS-TURN-DATE
               ELSE
                   MOVE MHIST-END-DATE TO WS-TURN-DATE
               END-IF
               IF WS-TURN-DATE IS NOT NUMERIC
                   ADD 1 TO WS-TURN-UNUSABLE
               ELSE IF WS-TURN-DATE NOT < WS-TURN-FROM-DATE
                   AND WS-TURN-DATE NOT > WS-TURN-TO-DATE
                   PERFORM TALLY-TURNOVER-RECORD
               END-IF
           END-IF.

      * Adds one event to its province and party. A record whose
      * province, party or event cannot be placed is counted instead.
       TALLY-TURNOVER-RECORD.
           MOVE MHIST-PROVINCE TO PROVINCE-CHOICE.
           PERFORM SET-SEARCH-KEY.
           MOVE 0 TO WS-PROVINCE-FOUND.
           PERFORM SEARCH-PROVINCE-BY-NAME
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT
               OR WS-PROVINCE-FOUND = 1.
           MOVE MHIST-PARTY TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-TURN-PARTY-SUB.
           MOVE WS-MATCHED-PROVINCE-SUB TO PROVINCE-SUB.
           IF WS-PROVINCE-FOUND = 0 OR WS-TURN-PARTY-SUB = 0
               ADD 1 TO WS-TURN-UNUSABLE
           ELSE IF MHIST-EVENT = "S"
               ADD 1 TO WS-TURN-SEATED(PROVINCE-SUB, WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-NAT-SEATED(WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-COUNTED
           ELSE IF MHIST-EVENT = "L"
               ADD 1 TO WS-TURN-LEFT(PROVINCE-SUB, WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-NAT-LEFT(WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-COUNTED
           ELSE IF MHIST-EVENT = "C" AND MHIST-END-DATE = SPACES
               ADD 1 TO WS-TURN-IN(PROVINCE-SUB, WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-NAT-IN(WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-COUNTED
           ELSE IF MHIST-EVENT = "C"
               ADD 1 TO WS-TURN-OUT(PROVINCE-SUB, WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-NAT-OUT(WS-TURN-PARTY-SUB)
               ADD 1 TO WS-TURN-COUNTED
           ELSE
               ADD 1 TO WS-TURN-UNUSABLE
           END-IF.

      * Displays the province-by-party rows with any turnover, then the
      * national rows by party, then the counts.
       DISPLAY-TURNOVER-REPORT.
           DISPLAY SPACES.
           DISPLAY "Member turnover from " WS-TURN-FROM-DATE
               " to " WS-TURN-TO-DATE ":".
           DISPLAY SPACES.
           DISPLAY "Province                  Party Seated  Left"
               "  Crossed in  Crossed out   Net".
           DISPLAY SPACER.
           MOVE 0 TO WS-TURN-ROWS.
           PERFORM DISPLAY-TURNOVER-PROVINCE
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           IF WS-TURN-ROWS = 0
               DISPLAY "  (no turnover in this range)"
           END-IF.
           DISPLAY SPACER.
           DISPLAY SPACES.
           DISPLAY "National by party:".
           DISPLAY SPACER.
           PERFORM DISPLAY-TURNOVER-NATIONAL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY SPACER.
           MOVE WS-TURN-COUNTED TO DISPLAY-MHIST-COUNT.
           DISPLAY "History records in range: " DISPLAY-MHIST-COUNT.
           IF WS-TURN-UNUSABLE > 0
               MOVE WS-TURN-UNUSABLE TO DISPLAY-MHIST-COUNT
               DISPLAY "WARNING: " DISPLAY-MHIST-COUNT
                   " history record(s) could not be placed or dated."
           END-IF.
           DISPLAY SPACES.

       DISPLAY-TURNOVER-PROVINCE.
           PERFORM DISPLAY-TURNOVER-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

      * Displays one province and party when anything moved there.
       DISPLAY-TURNOVER-ROW.
           IF WS-TURN-SEATED(PROVINCE-SUB, PARTY-SUB) > 0
               OR WS-TURN-LEFT(PROVINCE-SUB, PARTY-SUB) > 0
               OR WS-TURN-IN(PROVINCE-SUB, PARTY-SUB) > 0
               OR WS-TURN-OUT(PROVINCE-SUB, PARTY-SUB) > 0
               MOVE WS-TURN-SEATED(PROVINCE-SUB, PARTY-SUB)
                   TO DISPLAY-TURN-SEATED
               MOVE WS-TURN-LEFT(PROVINCE-SUB, PARTY-SUB)
                   TO DISPLAY-TURN-LEFT
               MOVE WS-TURN-IN(PROVINCE-SUB, PARTY-SUB)
                   TO DISPLAY-TURN-IN
               MOVE WS-TURN-OUT(PROVINCE-SUB, PARTY-SUB)
                   TO DISPLAY-TURN-OUT
               COMPUTE WS-TURN-NET =
                   WS-TURN-SEATED(PROVINCE-SUB, PARTY-SUB)
                   + WS-TURN-IN(PROVINCE-SUB, PARTY-SUB)
                   - WS-TURN-LEFT(PROVINCE-SUB, PARTY-SUB)
                   - WS-TURN-OUT(PROVINCE-SUB, PARTY-SUB)
               MOVE WS-TURN-NET TO DISPLAY-TURN-NET
               DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB) " "
                   WS-PARTY-CODE(PARTY-SUB) "     "
                   DISPLAY-TURN-SEATED "   " DISPLAY-TURN-LEFT
                   "         " DISPLAY-TURN-IN
                   "          " DISPLAY-TURN-OUT
                   "  " DISPLAY-TURN-NET
               ADD 1 TO WS-TURN-ROWS
           END-IF.

      * Displays one party's national turnover.
       DISPLAY-TURNOVER-NATIONAL.
           MOVE WS-TURN-NAT-SEATED(PARTY-SUB) TO DISPLAY-TURN-SEATED.
           MOVE WS-TURN-NAT-LEFT(PARTY-SUB) TO DISPLAY-TURN-LEFT.
           MOVE WS-TURN-NAT-IN(PARTY-SUB) TO DISPLAY-TURN-IN.
           MOVE WS-TURN-NAT-OUT(PARTY-SUB) TO DISPLAY-TURN-OUT.
           COMPUTE WS-TURN-NET = WS-TURN-NAT-SEATED(PARTY-SUB)
               + WS-TURN-NAT-IN(PARTY-SUB)
               - WS-TURN-NAT-LEFT(PARTY-SUB)
               - WS-TURN-NAT-OUT(PARTY-SUB).
           MOVE WS-TURN-NET TO DISPLAY-TURN-NET.
           DISPLAY WS-PARTY-NAME(PARTY-SUB) "      "
               DISPLAY-TURN-SEATED "   " DISPLAY-TURN-LEFT
               "         " DISPLAY-TURN-IN
               "          " DISPLAY-TURN-OUT
               "  " DISPLAY-TURN-NET.

      * Cuts a dated generation copy of parliament.txt (PARLGEN1.TXT
      * through PARLGEN5.TXT, cycling through PARLGEN.CTL) before the
           MOVE WS-PROVINCE-KEY(PROVINCE-SUB) TO MASTER-PROVINCE-KEY.
           MOVE WS-PROVINCE-NAME(PROVINCE-SUB) TO MASTER-PROVINCE-NAME.
           PERFORM MOVE-MASTER-PARTY-OUT
               VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12.
           MOVE WS-TOTAL-SEATS(PROVINCE-SUB) TO MASTER-TOTAL-SEATS.
           REWRITE MASTER-SEAT-RECORD
               INVALID KEY
       WRITE-MASTER-ROW.
           MOVE WS-PROVINCE-NAME(PROVINCE-SUB) TO NEW-PROVINCE-NAME.
           PERFORM MOVE-MASTER-PARTY
               VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12.
           MOVE WS-TOTAL-SEATS(PROVINCE-SUB) TO NEW-TOTAL-SEATS.
           WRITE NEW-SEAT-DISTRIBUTION.

       BUILD-STANDINGS-TABLE.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM POPULATE-STANDING-ENTRY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           COMPUTE WS-MAJORITY-THRESHOLD = (WS-GRAND-TOTAL / 2) + 1.

      * Totals one party's seats across all provinces and records its name.
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL PROVINCE-SUB > WS-PROVINCE-COUNT.
           ADD WS-STANDING-TOTAL(PARTY-SUB) TO WS-GRAND-TOTAL.
           MOVE WS-PARTY-CODE(PARTY-SUB) TO WS-STANDING-CODE(PARTY-SUB).
           MOVE WS-PARTY-NAME(PARTY-SUB) TO WS-STANDING-NAME(PARTY-SUB).

      * Adds one province's seats for the current party (PARTY-SUB) to its
      * running total.
       SORT-STANDINGS-TABLE.
           PERFORM FIND-AND-SWAP-MAX-STANDING
               VARYING STANDING-SUB-A FROM 1 BY 1
               UNTIL STANDING-SUB-A NOT < WS-PARTY-COUNT.

      * Finds the entry from STANDING-SUB-A onward with the most seats and
      * swaps it into position STANDING-SUB-A.
           MOVE STANDING-SUB-A TO STANDING-SUB-MAX.
           PERFORM FIND-MAX-STANDING
               VARYING STANDING-SUB-B FROM STANDING-SUB-A BY 1
               UNTIL STANDING-SUB-B > WS-PARTY-COUNT.
           IF STANDING-SUB-MAX NOT = STANDING-SUB-A
               MOVE WS-STANDING-ENTRY(STANDING-SUB-A)
                   TO WS-STANDING-ENTRY-TEMP
               "   Seats needed for majority: "
               DISPLAY-MAJORITY-THRESHOLD.
           DISPLAY SPACER.
           DISPLAY "Rank  Party                           Seats".
           DISPLAY SPACER.
           PERFORM DISPLAY-STANDING-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY SPACER.
           DISPLAY SPACES.

           MOVE "RANK,CODE,PARTY,SEATS" TO STANDINGS-CSV-LINE.
           WRITE STANDINGS-CSV-LINE.
           PERFORM WRITE-STANDINGS-CSV-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           CLOSE STANDINGS-CSV-OUT.
           DISPLAY "STANDINGS.CSV written.".

      * data gets a row with its name and empty change columns.
       WRITE-SEAT-CHANGE-CSV.
           OPEN OUTPUT SEAT-CHANGE-CSV-OUT.
           PERFORM BUILD-PARTY-CSV-HEADING.
           MOVE WS-PARTY-CSV-HEADING TO SEAT-CHANGE-CSV-LINE.
           WRITE SEAT-CHANGE-CSV-LINE.
           PERFORM WRITE-SEAT-CHANGE-CSV-ROW
               VARYING PROVINCE-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-PROVINCE-COUNT
               OR WS-PRIOR-FOUND = 1.
           MOVE SPACES TO SEAT-CHANGE-CSV-LINE.
           MOVE 1 TO WS-PARTY-CSV-POS.
           STRING WS-PROVINCE-NAME(PROVINCE-SUB) DELIMITED BY "  "
               INTO SEAT-CHANGE-CSV-LINE WITH POINTER WS-PARTY-CSV-POS.
           IF WS-PRIOR-FOUND = 0
               PERFORM BUILD-EMPTY-CSV-CELL
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           ELSE
               MOVE WS-MATCHED-PRIOR-SUB TO WS-PRIOR-SUB
               PERFORM COMPUTE-SEAT-CHANGE
                   VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12
               PERFORM MOVE-CSV-SEAT-CHANGE
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           END-IF.
           WRITE SEAT-CHANGE-CSV-LINE.

       MOVE-CSV-SEAT-CHANGE.
           MOVE WS-SEAT-CHANGE(PARTY-SUB)
               TO WS-CSV-SEAT-CHANGE-TABLE(PARTY-SUB).
           STRING "," WS-CSV-SEAT-CHANGE-TABLE(PARTY-SUB)
               DELIMITED BY SIZE
               INTO SEAT-CHANGE-CSV-LINE WITH POINTER WS-PARTY-CSV-POS.

      * Adds one empty column to the delimited row, for a province that
      * has no prior election data to compare against.
       BUILD-EMPTY-CSV-CELL.
           STRING "," DELIMITED BY SIZE
               INTO SEAT-CHANGE-CSV-LINE WITH POINTER WS-PARTY-CSV-POS.

      * Writes the morning report pack (REPORT-PACK.TXT): one
      * print-ready file with page headings, page numbers, the run

      * Reads the section names to include from PACKLIST.TXT (one name
      * per line). If that control file is not present, the pack
      * defaults to all six sections in the distribution order.
       LOAD-PACK-SECTION-LIST.
           MOVE 0 TO WS-PACK-LIST-COUNT.
           MOVE 0 TO WS-PACK-EOF.
           MOVE "REPRESENT" TO WS-PACK-SECTION-LIST(3).
           MOVE "SEATCHG" TO WS-PACK-SECTION-LIST(4).
           MOVE "ROSTER" TO WS-PACK-SECTION-LIST(5).
           MOVE "VACANCY" TO WS-PACK-SECTION-LIST(6).
           MOVE 6 TO WS-PACK-LIST-COUNT.

      * Runs one named section of the pack.
       RUN-PACK-SECTION.
                   PERFORM PACK-SEAT-CHANGE-SECTION
               WHEN "ROSTER"
                   PERFORM PACK-ROSTER-SECTION
               WHEN "VACANCY"
                   PERFORM PACK-VACANCY-SECTION
               WHEN OTHER
                   DISPLAY "WARNING: unknown section in PACKLIST.TXT: "
                       WS-PACK-SECTION-LIST(WS-PACK-SUB)
           MOVE "NATIONAL SEAT STANDINGS" TO WS-PACK-LINE.
           PERFORM WRITE-PACK-TITLE.
           PERFORM PACK-STANDINGS-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           MOVE SPACER TO WS-PACK-LINE.
           PERFORM WRITE-PACK-LINE.
           MOVE WS-GRAND-TOTAL TO DISPLAY-GRAND-TOTAL.
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           ELSE
               PERFORM BUILD-PARTY-HEADING
               STRING "Province:                 " WS-PARTY-HEADING
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE 0 TO WS-PACK-SECTION-TOTAL
           ELSE
               MOVE WS-MATCHED-PRIOR-SUB TO WS-PRIOR-SUB
               PERFORM COMPUTE-SEAT-CHANGE
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               PERFORM BUILD-SEAT-CHANGE-CELLS
               STRING WS-PROVINCE-NAME(PROVINCE-SUB) " " WS-PARTY-CELLS
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               ADD 1 TO WS-PACK-SECTION-TOTAL
           END-IF.
                   STRING "DISCREPANCIES: " DISPLAY-PACK-TOTAL
                       DELIMITED BY SIZE INTO WS-PACK-LINE
                   PERFORM WRITE-PACK-LINE
                   MOVE SPACES TO RUN-LOG-LINE
                   STRING "  warning: roster discrepancies: "
                       DISPLAY-PACK-TOTAL
                       DELIMITED BY SIZE INTO RUN-LOG-LINE
                   PERFORM WRITE-RUN-LOG-LINE
                   PERFORM RAISE-WARNING-RETURN-CODE
               END-IF
           END-IF.

       PACK-RECONCILE-PROVINCE.
           MOVE 0 TO WS-PROVINCE-MEMBER-TOTAL.
           PERFORM PACK-RECONCILE-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           COMPUTE WS-EXPECTED-MEMBERS =
               WS-TOTAL-SEATS(PROVINCE-SUB) -
               WS-PARTIES(PROVINCE-SUB, WS-VAC-SUB).
           IF WS-PROVINCE-MEMBER-TOTAL NOT = WS-EXPECTED-MEMBERS
               MOVE WS-PROVINCE-MEMBER-TOTAL TO DISPLAY-COMPARE-COUNT
               MOVE WS-EXPECTED-MEMBERS TO DISPLAY-COMPARE-SEATS
               ADD 1 TO WS-PACK-SECTION-TOTAL
           END-IF.

      * Pack section: the vacant seats held open past the by-election
      * window, so the clerk's office hears of them each morning. The
      * other vacancies are only counted; the console report lists them.
       PACK-VACANCY-SECTION.
           MOVE SPACES TO WS-PACK-LINE.
           PERFORM WRITE-PACK-LINE.
           MOVE "VACANT SEATS PAST THE BY-ELECTION WINDOW"
               TO WS-PACK-LINE.
           PERFORM WRITE-PACK-TITLE.
           IF WS-RIDING-AVAILABLE = 0
               MOVE "(RIDINGS.TXT not available; section skipped)"
                   TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           ELSE
               PERFORM GATHER-VACANCY-AGES
               PERFORM PACK-VACANCY-ROW
                   VARYING WS-VACANCY-SUB FROM 1 BY 1
                   UNTIL WS-VACANCY-SUB > WS-VACANCY-COUNT
               MOVE SPACER TO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE WS-BYELECT-WINDOW TO DISPLAY-BYELECT-WINDOW
               MOVE WS-VACANCY-OVERDUE-COUNT TO DISPLAY-PACK-TOTAL
               STRING "PAST THE " DISPLAY-BYELECT-WINDOW
                   "-DAY WINDOW: " DISPLAY-PACK-TOTAL
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
               MOVE WS-VACANCY-COUNT TO DISPLAY-PACK-TOTAL
               MOVE WS-VACANCY-UNDATED-COUNT TO DISPLAY-VACANCY-COUNT
               STRING "VACANT SEATS: " DISPLAY-PACK-TOTAL
                   "   VACANT SINCE BEFORE THE AUDIT TRAIL: "
                   DISPLAY-VACANCY-COUNT
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-IF.

      * Warns of vacant seats held open past the by-election window on
      * every batch run, whichever sections the pack carries: on the
      * console, in the run log, and in the return code.
       WARN-OVERDUE-VACANCIES.
           IF WS-RIDING-AVAILABLE = 1
               PERFORM GATHER-VACANCY-AGES
               IF WS-VACANCY-OVERDUE-COUNT > 0
                   MOVE WS-VACANCY-OVERDUE-COUNT
                       TO DISPLAY-VACANCY-COUNT
                   DISPLAY "WARNING: " DISPLAY-VACANCY-COUNT
                       " vacant seat(s) past the by-election window."
                   MOVE SPACES TO RUN-LOG-LINE
                   STRING "  warning: vacancies past the window: "
                       DISPLAY-VACANCY-COUNT
                       DELIMITED BY SIZE INTO RUN-LOG-LINE
                   PERFORM WRITE-RUN-LOG-LINE
                   PERFORM RAISE-WARNING-RETURN-CODE
               END-IF
           END-IF.

      * Writes one overdue vacancy to the pack.
       PACK-VACANCY-ROW.
           IF WS-VACANCY-OVERDUE(WS-VACANCY-SUB) = 1
               MOVE WS-VACANCY-RIDING-SUB(WS-VACANCY-SUB)
                   TO WS-RIDING-SUB
               MOVE WS-VACANCY-DAYS(WS-VACANCY-SUB)
                   TO DISPLAY-VACANCY-DAYS
               STRING WS-RIDING-PROVINCE(WS-RIDING-SUB) " "
                   WS-RIDING-NAME(WS-RIDING-SUB) " "
                   WS-VACANCY-DATE(WS-VACANCY-SUB) " "
                   DISPLAY-VACANCY-DAYS
                   DELIMITED BY SIZE INTO WS-PACK-LINE
               PERFORM WRITE-PACK-LINE
           END-IF.

      * Appends today's national standings to the history archive
      * (STANDHIST.TXT), one dated line per party, so each run's numbers
      * survive the next run's CSV overwrite. The batch window calls
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM WRITE-HIST-PARTY-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           CLOSE STANDINGS-HIST-IO.
           DISPLAY "Standings snapshot appended to STANDHIST.TXT.".

                       " standings snapshots:"
                   PERFORM DISPLAY-TREND-FOR-PARTY
                       VARYING PARTY-SUB FROM 1 BY 1
                       UNTIL PARTY-SUB > WS-PARTY-COUNT
                   DISPLAY SPACES
               END-IF
           END-IF.
      * Translates the archive line's party code into its party
      * subscript, leaving zero for a code the table does not know.
       GET-HIST-PARTY-SUB.
           MOVE HIST-PARTY-CODE TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-HIST-PARTY-SUB.

      * Compares one snapshot slot's date against the archive line's.
       FIND-HIST-DATE.
      * fragility exposure per party is visible at a glance.
       DISPLAY-MARGINAL-PARTY-TALLY.
           PERFORM CLEAR-RIDING-PARTY-COUNT
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM TALLY-MARGINAL-PARTY
               VARYING MARG-SUB-A FROM 1 BY 1
               UNTIL MARG-SUB-A > WS-MARGINAL-SHOWN.
           DISPLAY SPACES.
           DISPLAY "Narrowest seats by holding party:".
           PERFORM DISPLAY-MARGINAL-TALLY-ROW
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

      * Clears one party's narrow-seat tally.
       CLEAR-RIDING-PARTY-COUNT.
      * Translates the current marginal row's party code into its party
      * subscript, leaving zero for a code the table does not know.
       GET-MARGINAL-PARTY-SUB.
           MOVE MARG-PARTY(MARG-SUB-A) TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-MARG-PARTY-SUB.

      * Displays one party's count of the listed narrowest seats.
       DISPLAY-MARGINAL-TALLY-ROW.
           MOVE 0 TO WS-COALITION-DONE.
           MOVE 0 TO WS-COALITION-COUNT.
           PERFORM CLEAR-COALITION-CHOICE
               VARYING PARTY-SUB FROM 1 BY 1 UNTIL PARTY-SUB > 12.
           MOVE WS-MAJORITY-THRESHOLD TO DISPLAY-MAJORITY-THRESHOLD.
           DISPLAY SPACES.
           DISPLAY "Coalition calculator. Seats needed for majority: "
               DISPLAY-MAJORITY-THRESHOLD.
           MOVE SPACES TO WS-COMBO-CODES.
           MOVE 1 TO WS-COMBO-POS.
           PERFORM APPEND-COALITION-OPTION
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY "Enter two or more party codes, then END:".
           DISPLAY "  " WS-COMBO-CODES.
           PERFORM ACCEPT-COALITION-PARTY
               UNTIL WS-COALITION-DONE = 1.
           IF WS-COALITION-COUNT < 2
       CLEAR-COALITION-CHOICE.
           MOVE 0 TO WS-COALITION-SELECTED(PARTY-SUB).

      * Adds one party's code to the list of codes offered for a
      * coalition. Vacant seats are never a coalition partner.
       APPEND-COALITION-OPTION.
           IF PARTY-SUB NOT = WS-VAC-SUB
               MOVE WS-PARTY-CODE(PARTY-SUB)
                   TO WS-COMBO-CODES(WS-COMBO-POS:3)
               ADD 4 TO WS-COMBO-POS
           END-IF.

      * Accepts one party code for the coalition, or END to finish.
       ACCEPT-COALITION-PARTY.
           DISPLAY "Enter party code (or END):"
           ACCEPT PARTY-CHOICE.
           PERFORM GET-CHOICE-PARTY-SUB.
           IF PARTY-CHOICE = "END"
               MOVE 1 TO WS-COALITION-DONE
           ELSE IF WS-CHOICE-PARTY-SUB = 0
               OR WS-CHOICE-PARTY-SUB = WS-VAC-SUB
               DISPLAY "INVALID CHOICE."
           ELSE IF WS-COALITION-SELECTED(WS-CHOICE-PARTY-SUB) = 1
               DISPLAY "Already in the coalition."
           ELSE
               MOVE 1 TO WS-COALITION-SELECTED(WS-CHOICE-PARTY-SUB)
               ADD 1 TO WS-COALITION-COUNT
           END-IF.

      * Translates the entered party code into its party subscript,
      * leaving zero for a code the reference table does not know.
       GET-CHOICE-PARTY-SUB.
           MOVE PARTY-CHOICE TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-CHOICE-PARTY-SUB.

      * Shows the combined seat count of the entered coalition against
      * the majority threshold, with the surplus or shortfall.
       DISPLAY-COALITION-RESULT.
           MOVE 0 TO WS-COALITION-TOTAL.
           PERFORM ADD-COALITION-PARTY
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           MOVE WS-COALITION-TOTAL TO DISPLAY-COALITION-SEATS.
           DISPLAY SPACES.
           DISPLAY "Combined seats: " DISPLAY-COALITION-SEATS
               ADD WS-STANDING-TOTAL(PARTY-SUB) TO WS-COALITION-TOTAL
           END-IF.

      * Walks every combination of the parties (one bit per seat column)
      * and displays the ones that reach the majority threshold and are
      * minimal, meaning that dropping any one member would fall below
      * it. Combinations that include the vacant-seat column are
      * passed over. This is the table built by hand on election night.
       LIST-MINIMAL-COALITIONS.
           DISPLAY SPACES.
           DISPLAY "Minimal winning combinations:".
           DISPLAY SPACER.
           MOVE 0 TO WS-COMBO-FOUND.
           MOVE 1 TO WS-COMBO-MASK-LIMIT.
           PERFORM DOUBLE-COMBO-MASK-LIMIT WS-PARTY-COUNT TIMES.
           SUBTRACT 1 FROM WS-COMBO-MASK-LIMIT.
           PERFORM CHECK-COALITION-MASK
               VARYING WS-COMBO-MASK FROM 1 BY 1
               UNTIL WS-COMBO-MASK > WS-COMBO-MASK-LIMIT.
           IF WS-COMBO-FOUND = 0
               DISPLAY "No combination of parties reaches the"
                   " threshold."
           END-IF.
           DISPLAY SPACER.

      * Doubles the combination limit once per party column.
       DOUBLE-COMBO-MASK-LIMIT.
           MULTIPLY 2 BY WS-COMBO-MASK-LIMIT.

      * Tests one combination of parties (encoded as the bits of
      * WS-COMBO-MASK) for reaching the threshold minimally.
       CHECK-COALITION-MASK.
           MOVE WS-COMBO-MASK TO WS-COMBO-MASK-WORK.
           PERFORM EXTRACT-COMBO-MEMBER
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           MOVE 0 TO WS-COMBO-TOTAL.
           PERFORM ADD-COMBO-MEMBER
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           IF WS-COMBO-MEMBER(WS-VAC-SUB) = 0
               AND WS-COMBO-TOTAL >= WS-MAJORITY-THRESHOLD
               MOVE 1 TO WS-COMBO-MIN-FLAG
               PERFORM CHECK-COMBO-MINIMAL
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               IF WS-COMBO-MIN-FLAG = 1
                   PERFORM DISPLAY-COALITION-COMBO
                   ADD 1 TO WS-COMBO-FOUND
           MOVE SPACES TO WS-COMBO-CODES.
           MOVE 1 TO WS-COMBO-POS.
           PERFORM APPEND-COMBO-CODE
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           MOVE WS-COMBO-TOTAL TO DISPLAY-COALITION-SEATS.
           DISPLAY WS-COMBO-CODES " " DISPLAY-COALITION-SEATS
               " seats".
               DISPLAY SPACES
               DISPLAY "Regional seat rollup:"
               DISPLAY SPACES
               PERFORM BUILD-PARTY-HEADING
               DISPLAY "Region:          "
                   WS-PARTY-HEADING(1:4 * WS-PARTY-COUNT - 1)
                   "   Total"
               DISPLAY SPACER
               PERFORM DISPLAY-REGION-ROW
               MOVE 1 TO WS-REGION-MAP-MATCHED(WS-REGION-MATCH-SUB)
               PERFORM FIND-REGION-ROLLUP-ROW
               PERFORM ADD-PROVINCE-TO-REGION
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               ADD WS-TOTAL-SEATS(PROVINCE-SUB)
                   TO WS-REGION-TOTAL(WS-REGION-SLOT-SUB)
           END-IF.
      * call-out when no party holds half the region's seats.
       DISPLAY-REGION-ROW.
           PERFORM MOVE-REGION-DISPLAY-SEATS
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM BUILD-SEAT-CELLS.
           MOVE WS-REGION-TOTAL(WS-REGION-SUB) TO DISPLAY-REGION-TOTAL.
           DISPLAY WS-REGION-NAME(WS-REGION-SUB)
               " " WS-PARTY-CELLS(1:4 * WS-PARTY-COUNT)
               " " DISPLAY-REGION-TOTAL.
           PERFORM FIND-REGION-LEADER.
           PERFORM GET-MAJORITY-PARTY-NAME.
           IF WS-TIE-FLAG = 1
           MOVE 1 TO PARTY-SUB-WITH-MAJORITY.
           MOVE 1 TO WS-TIE-COUNT.
           MOVE 0 TO WS-TIE-FLAG.
           PERFORM VARYING PARTY-SUB FROM 2 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT
               IF WS-REGION-SEATS(WS-REGION-SUB, PARTY-SUB) >
                   WS-REGION-SEATS(WS-REGION-SUB,
                       PARTY-SUB-WITH-MAJORITY)
               DISPLAY "Party  Vote%   Seat%   Over/under"
               DISPLAY SPACER
               PERFORM DISPLAY-NATIONAL-SHARE-ROW
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
               DISPLAY SPACER
               DISPLAY SPACES
               DISPLAY "Per-province vote share versus seat share:"
       TOTAL-NATIONAL-VOTES.
           MOVE 0 TO WS-NATIONAL-VOTES.
           PERFORM CLEAR-PARTY-VOTE-TOTAL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM ADD-VOTE-ROW-NATIONAL
               VARYING WS-VOTE-SUB FROM 1 BY 1
               UNTIL WS-VOTE-SUB > WS-VOTE-ROW-COUNT.
      * Adds one vote row's party counts to the national totals.
       ADD-VOTE-ROW-NATIONAL.
           PERFORM ADD-ONE-PARTY-VOTE
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

      * Adds one party's votes from the current row to its national
      * total and the overall count.
       DISPLAY-PROVINCE-SHARES.
           MOVE 0 TO WS-PROVINCE-VOTES.
           PERFORM CLEAR-PROV-VOTE-TOTAL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM ADD-VOTE-ROW-PROVINCE
               VARYING WS-VOTE-SUB FROM 1 BY 1
               UNTIL WS-VOTE-SUB > WS-VOTE-ROW-COUNT.
               DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB)
               DISPLAY "Party  Vote%   Seat%   Over/under"
               PERFORM DISPLAY-PROV-SHARE-ROW
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Clears one party's provincial vote total.
           IF WS-VOTE-PROVINCE-KEY(WS-VOTE-SUB) =
               WS-PROVINCE-KEY(PROVINCE-SUB)
               PERFORM ADD-ONE-PROV-VOTE
                   VARYING PARTY-SUB FROM 1 BY 1
                   UNTIL PARTY-SUB > WS-PARTY-COUNT
           END-IF.

      * Adds one party's votes from the current row to the province
           MOVE WS-VOTE-COUNT(WS-VOTE-SUB, 1) TO WS-VOTE-MAX.
           MOVE 1 TO WS-VOTE-MAX-SUB.
           PERFORM FIND-TOP-VOTE-PARTY
               VARYING PARTY-SUB FROM 2 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           MOVE 0 TO WS-VOTE-RIDING-FOUND.
           PERFORM FIND-VOTE-RIDING-ROW
               VARYING WS-RIDING-SUB FROM 1 BY 1
      * party subscript, leaving zero for a code the table does not
      * know.
       GET-VOTE-WINNER-SUB.
           MOVE WS-RIDING-PARTY(WS-VOTE-RIDING-SUB)
               TO WS-PARTY-LOOKUP-CODE.
           PERFORM FIND-PARTY-SUB.
           MOVE WS-PARTY-LOOKUP-SUB TO WS-VOTE-WINNER-SUB.

      * Appends one winner-discrepancy line to SEAT-ERRORS.TXT, the
      * same file and open handling the seat-total validation uses.
                       PERFORM LIST-MEMBERS-FOR-PARTY
                   WHEN 3
                       PERFORM ROSTER-RECONCILE
                   WHEN 4
                       PERFORM MEMBER-SERVICE-RECORD
               END-EVALUATE
           END-IF.

           DISPLAY "1. List members for a province".
           DISPLAY "2. List members for a party".
           DISPLAY "3. Reconcile the roster against the seat table".
           DISPLAY "4. One member's service record from the history".
           DISPLAY SPACER.
           DISPLAY "Enter roster choice:".
           ACCEPT ROSTER-CHOICE.
               ADD 1 TO WS-MEMBER-LISTED
           END-IF.

      * Shows one member's full service record: every spell opened or
      * closed for them in MEMBHIST.TXT, oldest first, with its dates,
      * party, riding, reason and posting reference, then the seat they
      * hold on the roster today. Names are matched regardless of case.
       MEMBER-SERVICE-RECORD.
           DISPLAY SPACES.
           DISPLAY "Member name:".
           ACCEPT WS-MHIST-LOOKUP-NAME.
           MOVE WS-MHIST-LOOKUP-NAME TO WS-MHIST-LOOKUP-KEY.
           INSPECT WS-MHIST-LOOKUP-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY SPACES.
           DISPLAY "Service record for: " WS-MHIST-LOOKUP-NAME.
           DISPLAY SPACER.
           MOVE 0 TO WS-MHIST-LISTED.
           OPEN INPUT MEMBER-HIST-IO.
           IF WS-MHIST-FILE-STATUS = "00"
               MOVE 0 TO WS-MHIST-EOF
               PERFORM READ-SERVICE-RECORD UNTIL WS-MHIST-EOF = 1
               CLOSE MEMBER-HIST-IO
           END-IF.
           IF WS-MHIST-LISTED = 0
               DISPLAY "  (no service history on file)"
           END-IF.
           DISPLAY SPACER.
           MOVE WS-MHIST-LISTED TO DISPLAY-MHIST-COUNT.
           DISPLAY "History records: " DISPLAY-MHIST-COUNT.
           MOVE 0 TO WS-MHIST-SEATED.
           PERFORM SHOW-CURRENT-SEAT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
           IF WS-MHIST-SEATED = 0
               DISPLAY "Not on the current roster."
           END-IF.
           DISPLAY SPACES.

      * Displays one history record when it belongs to the member. A
      * spell closed with no start began before the history was kept.
       READ-SERVICE-RECORD.
           READ MEMBER-HIST-IO
               AT END MOVE 1 TO WS-MHIST-EOF.
           IF WS-MHIST-EOF = 0
               MOVE MHIST-MEMBER-NAME TO WS-MHIST-NAME-KEY
               INSPECT WS-MHIST-NAME-KEY
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-MHIST-NAME-KEY = WS-MHIST-LOOKUP-KEY
                   PERFORM SET-SERVICE-EVENT-LABEL
                   IF MHIST-START-DATE = SPACES
                       MOVE "EARLIER" TO WS-MHIST-SHOWN-START
                   ELSE
                       MOVE MHIST-START-DATE TO WS-MHIST-SHOWN-START
                   END-IF
                   DISPLAY "  " WS-MHIST-EVENT-LABEL " "
                       WS-MHIST-SHOWN-START " - " MHIST-END-DATE " "
                       MHIST-PARTY " " MHIST-RIDING
                   DISPLAY "                 " MHIST-PROVINCE " "
                       MHIST-REASON " ref " MHIST-TXN-REF
                   ADD 1 TO WS-MHIST-LISTED
               END-IF
           END-IF.

       SET-SERVICE-EVENT-LABEL.
           IF MHIST-EVENT = "S"
               MOVE "SEATED" TO WS-MHIST-EVENT-LABEL
           ELSE IF MHIST-EVENT = "L"
               MOVE "LEFT SEAT" TO WS-MHIST-EVENT-LABEL
           ELSE IF MHIST-EVENT = "C" AND MHIST-END-DATE = SPACES
               MOVE "JOINED PARTY" TO WS-MHIST-EVENT-LABEL
           ELSE IF MHIST-EVENT = "C"
               MOVE "LEFT PARTY" TO WS-MHIST-EVENT-LABEL
           ELSE
               MOVE MHIST-EVENT TO WS-MHIST-EVENT-LABEL
           END-IF.

      * Displays the seat the member holds on today's roster, if any.
       SHOW-CURRENT-SEAT.
           MOVE WS-MEMBER-MP-NAME(WS-MEMBER-SUB) TO WS-MHIST-NAME-KEY.
           INSPECT WS-MHIST-NAME-KEY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MHIST-NAME-KEY = WS-MHIST-LOOKUP-KEY
               DISPLAY "Now sits for: "
                   WS-MEMBER-MP-RIDING(WS-MEMBER-SUB) " "
                   WS-MEMBER-PARTY(WS-MEMBER-SUB)
               DISPLAY "              "
                   WS-MEMBER-PROVINCE(WS-MEMBER-SUB)
               MOVE 1 TO WS-MHIST-SEATED
           END-IF.

      * Proves the roster against the seat table: counting members by
      * province and party must reproduce the party seat counts, and the
      * members a province is short must equal its vacancy count. Every
       RECONCILE-PROVINCE-ROSTER.
           MOVE 0 TO WS-PROVINCE-MEMBER-TOTAL.
           PERFORM RECONCILE-PARTY-ROSTER
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           COMPUTE WS-EXPECTED-MEMBERS =
               WS-TOTAL-SEATS(PROVINCE-SUB) -
               WS-PARTIES(PROVINCE-SUB, WS-VAC-SUB).
           IF WS-PROVINCE-MEMBER-TOTAL NOT = WS-EXPECTED-MEMBERS
               MOVE WS-PROVINCE-MEMBER-TOTAL TO DISPLAY-COMPARE-COUNT
               MOVE WS-EXPECTED-MEMBERS TO DISPLAY-COMPARE-SEATS
      * Displays choices for parties. Accepts user-input for party choice. If the choice is not valid, prompts the user again.
       ACCEPT-PARTY-CHOICE.
           DISPLAY SPACES.
           DISPLAY "Party-choice options:           Codes:".
           DISPLAY SPACER.
           PERFORM DISPLAY-PARTY-OPTION
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           DISPLAY SPACER.
           DISPLAY SPACES.
           DISPLAY "Enter party choice:"
           ACCEPT PARTY-CHOICE.
           PERFORM GET-CHOICE-PARTY-SUB.
           IF WS-CHOICE-PARTY-SUB > 0
               MOVE 1 TO VALID-CHOICE
               DISPLAY SPACES
           ELSE
               DISPLAY SPACES
           END-IF.

      * Displays one party's full name and code from the reference
      * table as a party-choice option.
       DISPLAY-PARTY-OPTION.
           DISPLAY WS-PARTY-NAME(PARTY-SUB) "  "
               WS-PARTY-CODE(PARTY-SUB).

      * Displays header before loop to display all valid rows.
       DISPLAY-HEADER.
           PERFORM GET-CHOICE-PARTY-SUB.
           DISPLAY "Provinces with majority vote for: " PARTY-CHOICE.
           DISPLAY SPACES.
           PERFORM BUILD-PARTY-HEADING.
           DISPLAY "Province:                 " WS-PARTY-HEADING.
           DISPLAY SPACER.

      * Builds the party column heading from the reference table: each
      * code followed by a bar, with the last bar dropped.
       BUILD-PARTY-HEADING.
           MOVE SPACES TO WS-PARTY-HEADING.
           MOVE 1 TO WS-PARTY-CELL-POS.
           PERFORM APPEND-PARTY-HEADING
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           SUBTRACT 1 FROM WS-PARTY-CELL-POS.
           MOVE SPACE TO WS-PARTY-HEADING(WS-PARTY-CELL-POS:1).

       APPEND-PARTY-HEADING.
           STRING WS-PARTY-CODE(PARTY-SUB) "|" DELIMITED BY SIZE
               INTO WS-PARTY-HEADING WITH POINTER WS-PARTY-CELL-POS.

      * Builds the delimited-file header row: PROVINCE followed by each
      * party code from the reference table.
       BUILD-PARTY-CSV-HEADING.
           MOVE SPACES TO WS-PARTY-CSV-HEADING.
           MOVE 1 TO WS-PARTY-CSV-POS.
           STRING "PROVINCE" DELIMITED BY SIZE
               INTO WS-PARTY-CSV-HEADING WITH POINTER WS-PARTY-CSV-POS.
           PERFORM APPEND-PARTY-CSV-HEADING
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

       APPEND-PARTY-CSV-HEADING.
           STRING "," DELIMITED BY SIZE
               WS-PARTY-CODE(PARTY-SUB) DELIMITED BY SPACE
               INTO WS-PARTY-CSV-HEADING WITH POINTER WS-PARTY-CSV-POS.

      * Builds a row of seat cells, one per party under the heading,
      * from the counts the caller has moved to the display table.
       BUILD-SEAT-CELLS.
           MOVE SPACES TO WS-PARTY-CELLS.
           MOVE 1 TO WS-PARTY-CELL-POS.
           PERFORM APPEND-SEAT-CELL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

       APPEND-SEAT-CELL.
           STRING WS-DISPLAY-PARTIES-TABLE(PARTY-SUB) " "
               DELIMITED BY SIZE
               INTO WS-PARTY-CELLS WITH POINTER WS-PARTY-CELL-POS.

      * Builds a row of signed seat-change cells, one per party under
      * the heading, from the computed changes.
       BUILD-SEAT-CHANGE-CELLS.
           MOVE SPACES TO WS-PARTY-CELLS.
           MOVE 1 TO WS-PARTY-CELL-POS.
           PERFORM APPEND-SEAT-CHANGE-CELL
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.

       APPEND-SEAT-CHANGE-CELL.
           STRING WS-DISPLAY-SEAT-CHANGE-TABLE(PARTY-SUB)
               DELIMITED BY SIZE
               INTO WS-PARTY-CELLS WITH POINTER WS-PARTY-CELL-POS.

      * Moves the current province's seats into the display table and
      * builds its row of seat cells.
       BUILD-PROVINCE-SEAT-CELLS.
           PERFORM MOVE-ROW-DISPLAY-SEATS
               VARYING PARTY-SUB FROM 1 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT.
           PERFORM BUILD-SEAT-CELLS.

       MOVE-ROW-DISPLAY-SEATS.
           MOVE WS-PARTIES(PROVINCE-SUB, PARTY-SUB)
               TO WS-DISPLAY-PARTIES-TABLE(PARTY-SUB).

      * Finds the party with the most seats in the current PROVINCE-SUB row,
      * and sets WS-TIE-FLAG when two or more parties are tied for the lead.
       FIND-PROVINCE-LEADER.
           MOVE 1 TO PARTY-SUB-WITH-MAJORITY.
           MOVE 1 TO WS-TIE-COUNT.
           MOVE 0 TO WS-TIE-FLAG.
           PERFORM VARYING PARTY-SUB FROM 2 BY 1
               UNTIL PARTY-SUB > WS-PARTY-COUNT
               IF WS-PARTIES(PROVINCE-SUB, PARTY-SUB) >
                   WS-PARTIES(PROVINCE-SUB, PARTY-SUB-WITH-MAJORITY)
                   MOVE PARTY-SUB TO PARTY-SUB-WITH-MAJORITY
      * Searches for provinces where the selected party holds a majority vote.
       SEARCH-MAJORITY-ROWS.
           PERFORM FIND-PROVINCE-LEADER.
           IF WS-CHOICE-PARTY-SUB > 0
               AND (PARTY-SUB-WITH-MAJORITY = WS-CHOICE-PARTY-SUB
               OR (WS-TIE-FLAG = 1 AND
               WS-PARTIES(PROVINCE-SUB, WS-CHOICE-PARTY-SUB) =
               WS-PARTIES(PROVINCE-SUB, PARTY-SUB-WITH-MAJORITY)))
               PERFORM DISPLAY-ROW
               ADD 1 TO VALID-ROW-COUNT
           END-IF.

      * Displays the provinces where the chosen party hold a majority vote.
       DISPLAY-ROW.
           PERFORM BUILD-PROVINCE-SEAT-CELLS.
           DISPLAY WS-PROVINCE-NAME(PROVINCE-SUB) " " WS-PARTY-CELLS.
           IF WS-TIE-FLAG = 1
               DISPLAY "  *** TIE FOR MOST SEATS ***"
           END-IF.
      * the majority report file instead of the terminal.
       SEARCH-MAJORITY-ROWS-FOR-FILE.
           PERFORM FIND-PROVINCE-LEADER.
           IF WS-CHOICE-PARTY-SUB > 0
               AND (PARTY-SUB-WITH-MAJORITY = WS-CHOICE-PARTY-SUB
               OR (WS-TIE-FLAG = 1 AND
               WS-PARTIES(PROVINCE-SUB, WS-CHOICE-PARTY-SUB) =
               WS-PARTIES(PROVINCE-SUB, PARTY-SUB-WITH-MAJORITY)))
               PERFORM WRITE-ROW-TO-FILE
           END-IF.

      * Writes one province/party breakdown row to the majority report file.
       WRITE-ROW-TO-FILE.
           PERFORM BUILD-PROVINCE-SEAT-CELLS.
           MOVE SPACES TO MAJORITY-REPORT-LINE.
           STRING WS-PROVINCE-NAME(PROVINCE-SUB) " " WS-PARTY-CELLS
               DELIMITED BY SIZE INTO MAJORITY-REPORT-LINE.
           WRITE MAJORITY-REPORT-LINE.
           IF WS-TIE-FLAG = 1
           IF WS-RUN-LOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-OUT
           END-IF.
           MOVE WS-OPERATOR-ID TO RUN-LOG-OPERATOR.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-OUT.

      * Writes the run log header: date and time, batch or console mode,
               " mode=" WS-RUN-MODE-NAME
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           PERFORM WRITE-RUN-LOG-LINE.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "  operator: " WS-OPERATOR-ID
               " role=" WS-OPERATOR-ROLE-NAME
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           PERFORM WRITE-RUN-LOG-LINE.
           MOVE WS-PROVINCE-COUNT TO WS-DISPLAY-LOG-COUNT.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "  provinces loaded: " WS-DISPLAY-LOG-COUNT
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           PERFORM WRITE-RUN-LOG-LINE.

      * Records the menu mode just run, or refused for want of the
      * role, in the run log.
       LOG-MENU-MODE.
           MOVE SPACES TO RUN-LOG-LINE.
           IF WS-MODE-REFUSED = 1
               STRING "  menu mode " MENU-CHOICE " refused: role="
                   WS-OPERATOR-ROLE-NAME
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
           ELSE
               STRING "  menu mode " MENU-CHOICE " run"
                   DELIMITED BY SIZE INTO RUN-LOG-LINE
           END-IF.
           PERFORM WRITE-RUN-LOG-LINE.

      * Writes the run log trailer with the normal or abnormal end
      * marker and the return code. A run log with a header and no
      * trailer means the run was killed before end of job.
       WRITE-RUN-LOG-TRAILER.
           ACCEPT WS-REPORT-DATE FROM DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING "RUN END   " WS-REPORT-MM "/" WS-REPORT-DD "/"
               WS-REPORT-YY " " WS-RUN-HH ":" WS-RUN-MN ":" WS-RUN-SS
               " end=" WS-END-MARKER
               " rc=" WS-RUN-RETURN-CODE
               DELIMITED BY SIZE INTO RUN-LOG-LINE.
           PERFORM WRITE-RUN-LOG-LINE.

      * Raises the run's return code to 4 (warnings) unless it already
      * stands higher.
       RAISE-WARNING-RETURN-CODE.
           IF WS-RUN-RETURN-CODE < 4
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF.

      * Closes input file and ends the program, handing back the return
      * code: 8 when the run ended abnormally, otherwise 4 if any
      * warning was raised, else 0.
       CLOSE-ROUTINE.
           IF WS-END-MARKER = "ABNORMAL"
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.
           IF WS-INDEXED-AVAILABLE = 1
               CLOSE PARLIAMENT-MASTER
               MOVE 0 TO WS-INDEXED-AVAILABLE
           IF WS-LOCK-HELD = 1
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       END PROGRAM LAB-6.
