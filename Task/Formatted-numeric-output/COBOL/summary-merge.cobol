      *> the same extract (see EXTRACT-SPLIT-PROGRAM), producing the
      *> one run summary line and the single return code the
      *> scheduler and the balancing desk see on an unpartitioned
      *> run: counts (held duplicates among them) and totals are
      *> summed, minima and maxima compared, the reject reason
      *> breakdown and the totals by currency re-tallied, and the
      *> return code is the worst of the slices'.
      *>
      *> The parm card's partition count says how many slices the
       77  WS-TOTAL-EDIT-US            PIC ZZZ,ZZZ,ZZ9.999CR.
       77  WS-TOTAL-EDIT-EU            PIC X(17).
       77  WS-X-EDIT-US                PIC ZZ,ZZ9.999CR.
       77  WS-ORIG-EDIT-US             PIC ZZ,ZZZ,ZZZ,ZZ9.99999CR.
       77  WS-ORIG-EDIT-EU             PIC X(22).

       01  WS-MERGED-TOTALS.
           05  WS-M-RECORD-COUNT       PIC 9(09)  VALUE ZERO COMP.
           05  WS-M-MAX-VALUE          PIC S9(05)V9(03) VALUE
                                                         -99999.999.
           05  WS-M-REJECT-COUNT       PIC 9(07)  VALUE ZERO COMP.
           05  WS-M-HELD-COUNT         PIC 9(07)  VALUE ZERO COMP.
           05  WS-M-TRUNCATION-COUNT   PIC 9(07)  VALUE ZERO COMP.
           05  WS-M-CHECKPOINT-COUNT   PIC 9(05)  VALUE ZERO COMP.
           05  WS-M-RETURN-CODE        PIC 9(02)  VALUE ZERO.
               10  WS-M-CLASS-TOTAL    PIC S9(09)V9(03) COMP-3.
       01  WS-CLASS-SUB                PIC 9(01)  VALUE ZERO COMP.

      *> The merged totals by currency, combined by currency code -
      *> a slice lists only the currencies its own details carried,
      *> in the order it met them.
       01  WS-MERGED-CURRENCY-TOTALS.
           05  WS-M-BASE-CURRENCY      PIC X(03)  VALUE SPACES.
           05  WS-M-CURRENCY-USED      PIC 9(02)  VALUE ZERO COMP.
           05  WS-M-CURRENCY-ENTRY     OCCURS 8 TIMES.
               10  WS-M-CT-CURRENCY    PIC X(03).
               10  WS-M-CT-COUNT       PIC 9(07)  COMP.
               10  WS-M-CT-ORIG-TOTAL  PIC S9(11)V9(05) COMP-3.
               10  WS-M-CT-BASE-TOTAL  PIC S9(09)V9(03) COMP-3.
       01  WS-CURRENCY-SUB             PIC 9(02)  VALUE ZERO COMP.
       01  WS-SLICE-CURRENCY-SUB       PIC 9(02)  VALUE ZERO COMP.

       01  WS-TALLY-REASON-CODE        PIC X(04).
       01  WS-TALLY-REASON-COUNT       PIC 9(07).
       01  WS-REASON-SUB               PIC 9(02)  VALUE ZERO COMP.
           05  WS-REASON-FOUND-SWITCH  PIC X(01)  VALUE 'N'.
               88  REASON-FOUND                    VALUE 'Y'.
               88  REASON-NOT-FOUND                VALUE 'N'.
           05  WS-CURRENCY-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  CURRENCY-FOUND                  VALUE 'Y'.
               88  CURRENCY-NOT-FOUND              VALUE 'N'.

       01  WS-FILE-STATUSES.
           05  WS-SUMM1-STATUS         PIC X(02).
           05  MDL-TRUNC-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09)  VALUE ' CKPTS ='.
           05  MDL-CKPT-EDIT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07)  VALUE ' HELD ='.
           05  MDL-HELD-EDIT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.

       01  WS-CLASS-TOTAL-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CTL-TOTAL-EDIT          PIC X(17).
           05  FILLER                  PIC X(35)  VALUE SPACES.

       01  WS-CURRENCY-HEADING-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(35)  VALUE
               'TOTALS BY CURRENCY - BASE CURRENCY '.
           05  CUH-BASE-CURRENCY       PIC X(03).
           05  FILLER                  PIC X(41)  VALUE SPACES.

       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(04)  VALUE 'CCY '.
           05  CYL-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(06)  VALUE '  CT ='.
           05  CYL-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(07)  VALUE ' ORIG ='.
           05  CYL-ORIG-EDIT           PIC X(22).
           05  FILLER                  PIC X(07)  VALUE ' BASE ='.
           05  CYL-BASE-EDIT           PIC X(17).
           05  FILLER                  PIC X(06)  VALUE SPACES.

       01  WS-REASON-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RL-REASON-CODE          PIC X(04).
      *> the shared WS layout into the merged totals: sums for
      *> the counts and running total, comparisons for minimum,
      *> maximum and return code, and a re-tally of the reject
      *> reason breakdown. A summary written before the held count
      *> was carried has none to add.
      *> --------------------------------------------------------
       3000-COMBINE-SLICE.
           ADD 1 TO WS-SLICES-MERGED.
           ADD SL-REJECT-COUNT     TO WS-M-REJECT-COUNT.
           ADD SL-TRUNCATION-COUNT TO WS-M-TRUNCATION-COUNT.
           ADD SL-CHECKPOINT-COUNT TO WS-M-CHECKPOINT-COUNT.
           IF SL-HELD-COUNT NUMERIC
               ADD SL-HELD-COUNT   TO WS-M-HELD-COUNT
           END-IF.
           IF SL-MIN-VALUE < WS-M-MIN-VALUE
               MOVE SL-MIN-VALUE TO WS-M-MIN-VALUE
           END-IF.
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 3200-COMBINE-CLASS THRU 3200-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           IF SL-CURRENCY-USED NUMERIC
               IF SL-BASE-CURRENCY NOT = SPACES
                   MOVE SL-BASE-CURRENCY TO WS-M-BASE-CURRENCY
               END-IF
               MOVE ZERO TO WS-SLICE-CURRENCY-SUB
               PERFORM 3300-COMBINE-CURRENCY THRU 3300-EXIT
                   UNTIL WS-SLICE-CURRENCY-SUB >= SL-CURRENCY-USED
           END-IF.
           IF SL-FEED-DATE NUMERIC
               AND SL-FEED-DATE > ZERO
               MOVE SL-FEED-DATE     TO WS-FEED-DATE
       3200-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 3300-COMBINE-CURRENCY - fold one of the slice's currency
      *> entries into the merged entry for the same currency code,
      *> adding an entry the first time a code is seen; summaries
      *> written before the currency entries existed carry spaces
      *> there and are skipped by the caller
      *> --------------------------------------------------------
       3300-COMBINE-CURRENCY.
           ADD 1 TO WS-SLICE-CURRENCY-SUB.
           SET CURRENCY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 3310-TEST-CURRENCY-ENTRY THRU 3310-EXIT
               UNTIL CURRENCY-FOUND
                  OR WS-CURRENCY-SUB >= WS-M-CURRENCY-USED.
           IF CURRENCY-NOT-FOUND
               IF WS-M-CURRENCY-USED < 8
                   ADD 1 TO WS-M-CURRENCY-USED
                   MOVE WS-M-CURRENCY-USED TO WS-CURRENCY-SUB
                   MOVE SL-CT-CURRENCY (WS-SLICE-CURRENCY-SUB)
                       TO WS-M-CT-CURRENCY (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-M-CT-COUNT      (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-M-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
                   MOVE ZERO TO WS-M-CT-BASE-TOTAL (WS-CURRENCY-SUB)
               ELSE
                   DISPLAY 'WARNING - CURRENCY TABLE FULL, CURRENCY '
                       SL-CT-CURRENCY (WS-SLICE-CURRENCY-SUB)
                       ' NOT BROKEN OUT' UPON CONSOLE
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           ADD SL-CT-COUNT      (WS-SLICE-CURRENCY-SUB)
               TO WS-M-CT-COUNT      (WS-CURRENCY-SUB).
           ADD SL-CT-ORIG-TOTAL (WS-SLICE-CURRENCY-SUB)
               TO WS-M-CT-ORIG-TOTAL (WS-CURRENCY-SUB).
           ADD SL-CT-BASE-TOTAL (WS-SLICE-CURRENCY-SUB)
               TO WS-M-CT-BASE-TOTAL (WS-CURRENCY-SUB).
       3300-EXIT.
           EXIT.

       3310-TEST-CURRENCY-ENTRY.
           ADD 1 TO WS-CURRENCY-SUB.
           IF WS-M-CT-CURRENCY (WS-CURRENCY-SUB)
               = SL-CT-CURRENCY (WS-SLICE-CURRENCY-SUB)
               SET CURRENCY-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3100-COMBINE-REASON.
           ADD 1 TO WS-SLICE-REASON-SUB.
           MOVE SL-REASON-CODE  (WS-SLICE-REASON-SUB)
      *> --------------------------------------------------------
      *> 8000-FINALIZE - write the merged run summary in the same
      *> one-line format an unpartitioned run prints, the merge
      *> detail, reason, class and currency breakdowns, and hand
      *> the scheduler the worst slice return code
      *> --------------------------------------------------------
       8000-FINALIZE.
           IF WS-SLICES-MERGED NOT = WS-PARTITION-COUNT
           MOVE WS-M-REJECT-COUNT      TO MDL-REJECT-EDIT.
           MOVE WS-M-TRUNCATION-COUNT  TO MDL-TRUNC-EDIT.
           MOVE WS-M-CHECKPOINT-COUNT  TO MDL-CKPT-EDIT.
           MOVE WS-M-HELD-COUNT        TO MDL-HELD-EDIT.
           MOVE WS-MERGE-DETAIL-LINE   TO MERGE-PRINT-RECORD.
           PERFORM 8300-WRITE-MERGE-PRINT THRU 8300-EXIT.
           MOVE ZERO TO WS-REASON-SUB.
           MOVE ZERO TO WS-CLASS-SUB.
           PERFORM 8250-WRITE-CLASS-LINE THRU 8250-EXIT
               UNTIL WS-CLASS-SUB >= 4.
           IF WS-M-CURRENCY-USED > ZERO
               MOVE WS-M-BASE-CURRENCY TO CUH-BASE-CURRENCY
               MOVE WS-CURRENCY-HEADING-LINE TO MERGE-PRINT-RECORD
               PERFORM 8300-WRITE-MERGE-PRINT THRU 8300-EXIT
           END-IF.
           MOVE ZERO TO WS-CURRENCY-SUB.
           PERFORM 8260-WRITE-CURRENCY-LINE THRU 8260-EXIT
               UNTIL WS-CURRENCY-SUB >= WS-M-CURRENCY-USED.
           CLOSE MERGE-PRINT-FILE.
           MOVE WS-M-RETURN-CODE TO RETURN-CODE.
           PERFORM 8400-REGISTER-FEED THRU 8400-EXIT.
           EXIT.

      *> --------------------------------------------------------
      *> 8110-BUILD-EU-TOTAL / 8120-BUILD-EU-EDIT /
      *> 8130-BUILD-EU-ORIG - swap the
      *> US-style thousands comma and decimal period for European
      *> punctuation, as the slice reports do
      *> --------------------------------------------------------
       8120-EXIT.
           EXIT.

       8130-BUILD-EU-ORIG.
           MOVE WS-ORIG-EDIT-US TO WS-ORIG-EDIT-EU.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL ',' BY '~'.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL '.' BY ','.
           INSPECT WS-ORIG-EDIT-EU REPLACING ALL '~' BY '.'.
       8130-EXIT.
           EXIT.

       8200-WRITE-REASON-LINE.
           ADD 1 TO WS-REASON-SUB.
           MOVE WS-REASON-CODE  (WS-REASON-SUB) TO RL-REASON-CODE.
       8250-EXIT.
           EXIT.

       8260-WRITE-CURRENCY-LINE.
           ADD 1 TO WS-CURRENCY-SUB.
           MOVE WS-M-CT-CURRENCY (WS-CURRENCY-SUB)
               TO CYL-CURRENCY-CODE.
           MOVE WS-M-CT-COUNT    (WS-CURRENCY-SUB) TO CYL-COUNT-EDIT.
           MOVE WS-M-CT-ORIG-TOTAL (WS-CURRENCY-SUB)
               TO WS-ORIG-EDIT-US.
           MOVE WS-M-CT-BASE-TOTAL (WS-CURRENCY-SUB)
               TO WS-TOTAL-EDIT-US.
           IF FORMAT-IS-EU
               PERFORM 8130-BUILD-EU-ORIG THRU 8130-EXIT
               MOVE WS-ORIG-EDIT-EU TO CYL-ORIG-EDIT
               PERFORM 8110-BUILD-EU-TOTAL THRU 8110-EXIT
               MOVE WS-TOTAL-EDIT-EU TO CYL-BASE-EDIT
           ELSE
               MOVE WS-ORIG-EDIT-US TO CYL-ORIG-EDIT
               MOVE WS-TOTAL-EDIT-US TO CYL-BASE-EDIT
           END-IF.
           MOVE WS-CURRENCY-TOTAL-LINE TO MERGE-PRINT-RECORD.
           PERFORM 8300-WRITE-MERGE-PRINT THRU 8300-EXIT.
       8260-EXIT.
           EXIT.

       8300-WRITE-MERGE-PRINT.
           WRITE MERGE-PRINT-RECORD.
           IF WS-MERGE-PRINT-STATUS NOT = '00'
