      *> ------------------------------------------------------------
      *> USERD - one user record per person allowed to change the
      *> run parameters or the account master, keyed by the operator
      *> id they sign changes with: their name, their role and
      *> whether the id is still active.
      *>
      *> An operator ('O') may key account changes; a supervisor
      *> ('S') may key account and parameter changes and approve or
      *> reject anyone else's; an administrator ('A') maintains this
      *> file and nothing else. ONLINE-USER-MAINT-PROGRAM maintains
      *> it; the maintenance screens and ONLINE-APPROVAL-PROGRAM
      *> check every id keyed against it. A revoked id ('R') is kept
      *> so the logs still resolve to a name.
      *> ------------------------------------------------------------
       01  USER-RECORD.
           05  US-USER-ID              PIC X(08).
           05  US-USER-NAME            PIC X(30).
           05  US-ROLE                 PIC X(01).
               88  USER-IS-OPERATOR               VALUE 'O'.
               88  USER-IS-SUPERVISOR             VALUE 'S'.
               88  USER-IS-ADMINISTRATOR          VALUE 'A'.
               88  USER-ROLE-IS-KNOWN             VALUES 'O' 'S' 'A'.
           05  US-STATUS               PIC X(01).
               88  USER-IS-ACTIVE                 VALUE 'A'.
               88  USER-IS-REVOKED                VALUE 'R'.
               88  USER-STATUS-IS-KNOWN           VALUES 'A' 'R'.
           05  US-CHANGE-DATE          PIC 9(08).
           05  US-CHANGED-BY           PIC X(08).
           05  FILLER                  PIC X(14).
