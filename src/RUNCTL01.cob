      *        with a before-image kept for fallback:
      *          ORDSUS01 - SUSPENSE.NEW over SUSPENSE.DAT
      *                     (before-image SUSPENSE.BAK)
      *          PRCREV01 - PRICEXC.NEW over PRICEXC.DAT
      *                     (before-image PRICEXC.BAK)
      *          ORDFIX01/ORDMRG01 - CORRSTAT.NEW over CORRSTAT.DAT
      *                     (before-image CORRSTAT.BAK)
      *        and, when GLREL01 has released an ORDBKO01 reversal
      *        (a backout summary on RUNSUM.DAT), resets the day's
      *        ORDAVG01 stream so the good feed can be run again.
      *  The business date comes from PROCDATE.PARM when present,
      *  the run date otherwise - the same rule ORDAVG01 applies.
      *  Step order enforced: ORDFIX01, ORDMRG01, ORDAVG01, then
      *  RECON01/GLREL01/GLACK01 and ORDSUS01/ORDEOD01 behind them;
      *  PRCREV01 after ORDSUS01, whose release and suspense files
      *  it extends; SLSHST01 after ORDAVG01, whose journal it
      *  summarizes.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL01.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAKSUS-STATUS.

           SELECT PRICE-EXCEPTION-FILE ASSIGN TO "PRICEXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRICEXC-STATUS.

           SELECT NEW-EXCEPTION-FILE ASSIGN TO "PRICEXC.NEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWPXC-STATUS.

           SELECT BACKUP-EXCEPTION-FILE ASSIGN TO "PRICEXC.BAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAKPXC-STATUS.

           SELECT RUN-SUMMARY-FILE ASSIGN TO "RUNSUM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSUM-STATUS.

           SELECT CORRECTION-STATUS-FILE ASSIGN TO "CORRSTAT.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORSTAT-STATUS.
           COPY SUSREC REPLACING LEADING ==SUS-== BY ==BSUS-==
               ==SUSPENSE-RECORD== BY ==BACKUP-SUSPENSE-RECORD==.

       FD  PRICE-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC.

       FD  NEW-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC REPLACING LEADING ==PXC-== BY ==NPXC-==
               ==PRICE-EXCEPTION-RECORD== BY ==NEW-EXCEPTION-RECORD==.

       FD  BACKUP-EXCEPTION-FILE
           RECORDING MODE IS F.
           COPY PXCREC REPLACING LEADING ==PXC-== BY ==BPXC-==
               ==PRICE-EXCEPTION-RECORD==
               BY ==BACKUP-EXCEPTION-RECORD==.

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY RUNSREC.

       FD  CORRECTION-STATUS-FILE
           RECORDING MODE IS F.
           COPY CORSREC.
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-NEWSUS-STATUS            PIC X(2).
       01  WS-BAKSUS-STATUS            PIC X(2).
       01  WS-PRICEXC-STATUS           PIC X(2).
       01  WS-NEWPXC-STATUS            PIC X(2).
       01  WS-BAKPXC-STATUS            PIC X(2).
       01  WS-RUNSUM-STATUS            PIC X(2).
       01  WS-CORSTAT-STATUS           PIC X(2).
       01  WS-NEWSTAT-STATUS           PIC X(2).
       01  WS-BAKSTAT-STATUS           PIC X(2).
           05  FILLER                  PIC X(16)
               VALUE "ORDSUS01ORDAVG01".
           05  FILLER                  PIC X(16)
               VALUE "PRCREV01ORDSUS01".
           05  FILLER                  PIC X(16)
               VALUE "GLACK01 GLREL01 ".
           05  FILLER                  PIC X(16)
               VALUE "ORDEOD01GLACK01 ".
           05  FILLER                  PIC X(16)
               VALUE "SLSHST01ORDAVG01".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME        PIC X(8).
               10  WS-STEP-PRED        PIC X(8).
               10  WS-CMP-STATUS       PIC X(1).
           05  WS-CMP-FOUND            PIC 9(3) VALUE 0.

      *> Steps the rerun of a backed-out day must repeat, reset
      *> once its reversal has been released. ORDSUS01's and
      *> PRCREV01's dispositions are clerks' work and stand.
       01  WS-RERUN-DEFINITIONS.
           05  FILLER                  PIC X(8) VALUE "ORDAVG01".
           05  FILLER                  PIC X(8) VALUE "RECON01 ".
           05  FILLER                  PIC X(8) VALUE "GLREL01 ".
           05  FILLER                  PIC X(8) VALUE "GLACK01 ".
           05  FILLER                  PIC X(8) VALUE "ORDEOD01".
           05  FILLER                  PIC X(8) VALUE "SLSHST01".
       01  WS-RERUN-TABLE REDEFINES WS-RERUN-DEFINITIONS.
           05  WS-RERUN-STEP OCCURS 6 TIMES
               INDEXED BY WS-RRN-IDX   PIC X(8).

       01  WS-BACKOUT-FIELDS.
           05  WS-RUNSUM-EOF           PIC X VALUE 'N'.
           05  WS-BACKOUT-DATE         PIC 9(8) VALUE 0.
           05  WS-RESET-COUNT          PIC 9(3) VALUE 0.

       01  WS-CONTROL-FIELDS.
           05  WS-FUNCTION             PIC X(5).
           05  WS-STEP                 PIC X(8).
       FIND-STEP-DEFINITION.
           MOVE 0 TO WS-STEP-FOUND
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 10
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-STEP
                  SET WS-STEP-FOUND TO WS-STEP-IDX
               END-IF
           EVALUATE WS-STEP
               WHEN "ORDSUS01"
                   PERFORM SWAP-SUSPENSE-GENERATION
               WHEN "PRCREV01"
                   PERFORM SWAP-PRICEXC-GENERATION
               WHEN "ORDFIX01"
                   PERFORM SWAP-CORRSTAT-GENERATION
               WHEN "ORDMRG01"
           END-EVALUATE
           PERFORM APPEND-COMPLETION-RECORD
           DISPLAY "RUNCTL01 - step " WS-STEP " posted complete "
              "for " WS-BUSINESS-DATE
           IF WS-STEP = "GLREL01"
              PERFORM CHECK-REVERSAL-RELEASED
           END-IF.

      *> ORDBKO01 leaves ORDAVG01 complete, so the reversal it holds
      *> in GLEXTR.HLD and RUNSUM.DAT can only go through RECON01
      *> and GLREL01, never be overwritten by a rerun. Once GLREL01
      *> has released it, the day's stream is reset here - GLREL01
      *> included, just posted complete for the reversal.
       CHECK-REVERSAL-RELEASED.
           OPEN INPUT RUN-SUMMARY-FILE
           IF WS-RUNSUM-STATUS = "00"
              PERFORM READ-RUN-SUMMARY UNTIL WS-RUNSUM-EOF = 'Y'
              CLOSE RUN-SUMMARY-FILE
           END-IF
           IF WS-BACKOUT-DATE > 0
              IF WS-BACKOUT-DATE NOT = WS-BUSINESS-DATE
                 DISPLAY "RUNCTL01 - reversal for " WS-BACKOUT-DATE
                    " released under business date "
                    WS-BUSINESS-DATE ", stream not reset - reset "
                    WS-BACKOUT-DATE " by hand"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM RESET-BACKED-OUT-DAY
              END-IF
           END-IF.

       READ-RUN-SUMMARY.
           READ RUN-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNSUM-EOF
               NOT AT END
                   IF RUNS-BACKOUT-RUN
                      MOVE RUNS-RUN-DATE TO WS-BACKOUT-DATE
                   END-IF
           END-READ.

       RESET-BACKED-OUT-DAY.
           PERFORM BUILD-TIMESTAMP
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS NOT = "00"
              DISPLAY "RUNCTL01 - STEP-STATUS-FILE open failed, "
                 "status " WS-STEPSTAT-STATUS ", reset "
                 WS-BACKOUT-DATE " by hand"
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-RRN-IDX FROM 1 BY 1
                  UNTIL WS-RRN-IDX > 6
                  MOVE WS-RERUN-STEP(WS-RRN-IDX) TO WS-TEST-STEP
                  PERFORM CHECK-STEP-DONE
                  IF WS-STEP-DONE = 'Y' OR WS-TEST-STEP = WS-STEP
                     PERFORM WRITE-STEP-RESET
                  END-IF
              END-PERFORM
              CLOSE STEP-STATUS-FILE
              DISPLAY "RUNCTL01 - reversal released, "
                 WS-RESET-COUNT " step(s) reset for "
                 WS-BACKOUT-DATE
           END-IF.

       WRITE-STEP-RESET.
           MOVE WS-BACKOUT-DATE        TO RCS-BUSINESS-DATE
           MOVE WS-TEST-STEP           TO RCS-STEP-NAME
           MOVE "R"                    TO RCS-STATUS
           MOVE WS-FORMATTED-TIMESTAMP TO RCS-TIMESTAMP
           WRITE RUN-CONTROL-RECORD
           IF WS-STEPSTAT-STATUS = "00"
              ADD 1 TO WS-RESET-COUNT
           ELSE
              DISPLAY "RUNCTL01 - step reset write failed for "
                 RCS-STEP-NAME ", status " WS-STEPSTAT-STATUS
              MOVE 4 TO RETURN-CODE
           END-IF.

       APPEND-COMPLETION-RECORD.
           PERFORM BUILD-TIMESTAMP
                   ADD 1 TO WS-COPIED-COUNT
           END-READ.

       SWAP-PRICEXC-GENERATION.
           PERFORM BACKUP-PRICEXC-TO-BAK
           OPEN INPUT NEW-EXCEPTION-FILE
           IF WS-NEWPXC-STATUS NOT = "00"
              DISPLAY "RUNCTL01 - PRICEXC.NEW absent, status "
                 WS-NEWPXC-STATUS ", swap abandoned, abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "RUNCTL01 - PRICEXC.DAT open failed, "
                 "status " WS-PRICEXC-STATUS ", abending"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-COPIED-COUNT
           MOVE 'N' TO WS-COPY-EOF
           PERFORM COPY-ONE-NEW-PRICEXC UNTIL WS-COPY-EOF = 'Y'
           CLOSE NEW-EXCEPTION-FILE
           CLOSE PRICE-EXCEPTION-FILE
           DISPLAY "RUNCTL01 - price exception generation swapped, "
              WS-COPIED-COUNT " record(s)".

       BACKUP-PRICEXC-TO-BAK.
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF WS-PRICEXC-STATUS NOT = "00"
              DISPLAY "RUNCTL01 - PRICEXC.DAT absent, no "
                 "before-image taken"
           ELSE
              OPEN OUTPUT BACKUP-EXCEPTION-FILE
              MOVE 'N' TO WS-COPY-EOF
              PERFORM COPY-ONE-PRICEXC-BACKUP
                 UNTIL WS-COPY-EOF = 'Y'
              CLOSE PRICE-EXCEPTION-FILE
              CLOSE BACKUP-EXCEPTION-FILE
           END-IF.

       COPY-ONE-PRICEXC-BACKUP.
           READ PRICE-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   MOVE PRICE-EXCEPTION-RECORD
                      TO BACKUP-EXCEPTION-RECORD
                   WRITE BACKUP-EXCEPTION-RECORD
                   IF WS-BAKPXC-STATUS NOT = "00"
                      DISPLAY "RUNCTL01 - PRICEXC.BAK write "
                         "failed, status " WS-BAKPXC-STATUS
                         ", abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
           END-READ.

       COPY-ONE-NEW-PRICEXC.
           READ NEW-EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   MOVE NEW-EXCEPTION-RECORD TO PRICE-EXCEPTION-RECORD
                   WRITE PRICE-EXCEPTION-RECORD
                   IF WS-PRICEXC-STATUS NOT = "00"
                      DISPLAY "RUNCTL01 - PRICEXC.DAT write "
                         "failed, status " WS-PRICEXC-STATUS
                         ", abending"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-COPIED-COUNT
           END-READ.

       SWAP-CORRSTAT-GENERATION.
           PERFORM BACKUP-CORRSTAT-TO-BAK
           OPEN INPUT NEW-STATUS-FILE
