           CLOSE fresa
           CLOSE fresaarch.

      * CHILD LINES FOLLOW THEIR STAY INTO THE ARCHIVE FILES (fpayarch,
      * fextarch, finvarch, fautharch, fkeyarch) ONCE IT HAS BEEN OUT
      * LONGER THAN THE fparam "ARHD" HOLD IN DAYS (DEFAULT 180, NEVER
      * PAST A YEAR SO THEY ARE MOVED BEFORE THE STAY GOES COLD) -
      * UNTIL THEN THE MONTH-END DECLARATIONS AND THE GL STILL FIND
      * THEM LIVE; THE SALES REGISTER, REFUNDS, CREDIT NOTES AND
      * CHARGEBACKS LOOK IN THE ARCHIVE FILES TOO. WALKS fresaarch
      * BY ARRIVAL OVER THE LAST 30 DAYS BEFORE THE CUT-OFF, SO A FEW
      * MISSED NIGHTS CATCH UP; ANYTHING OLDER STILL LIVE IS SWEPT UP
      * BY ARCHIVE_LIFECYCLE WHEN THE STAY GOES COLD. A STAY WHOSE
      * COUNTS DO NOT PROVE OUT KEEPS ITS LIVE LINES FOR THE NEXT RUN.
       ARCHIVE_STAY_CHILDREN.
           MOVE "ARHD" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-ARC-HOLD
           IF WS-ARC-HOLD = 0 THEN
               MOVE 180 TO WS-ARC-HOLD
           END-IF
           IF WS-ARC-HOLD > 365 THEN
               MOVE 365 TO WS-ARC-HOLD
           END-IF
           MOVE WS-CURRENT-DATE TO WS-ARC-DATE
           COMPUTE WS-ARC-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ARC-DATE) - WS-ARC-HOLD)
           COMPUTE WS-ARC-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ARC-CUTOFF) - 30)
           INITIALIZE WS-ARC-MOVED-TAB
           MOVE 0 TO WS-ARC-HELD
           PERFORM ARC_OPEN_ALL
           OPEN INPUT fresaarch
               MOVE WS-ARC-FROM TO fra_date_debut_date
               START fresaarch KEY IS NOT < fra_date_debut_date
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-ARC-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-ARC-EOF = 1
                           READ fresaarch NEXT
                               AT END
                                   MOVE 1 TO WS-ARC-EOF
                               NOT AT END
                                   PERFORM ARC_STAY_DUE
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresaarch
           PERFORM ARC_CLOSE_ALL
           DISPLAY "ARCHIVED CHILD LINES (HOLD " WS-ARC-HOLD
               " DAYS, OUT BEFORE " WS-ARC-CUTOFF ")"
           PERFORM VARYING WS-ARC-F FROM 1 BY 1 UNTIL WS-ARC-F > 5
               DISPLAY "  " WS-ARC-NAME(WS-ARC-F) " "
                   WS-ARC-MOVED(WS-ARC-F)
           END-PERFORM
           DISPLAY "STAYS HELD BACK ON A COUNT MISMATCH: " WS-ARC-HELD.

      * fra_* HOLDS AN ARCHIVED STAY FROM THE WINDOW - STOPS THE WALK
      * AT THE CUT-OFF, MOVES THE CHILDREN OF A STAY OUT BEFORE IT.
       ARC_STAY_DUE.
           MOVE fra_date_debut_date TO WS-ARC-DATE
           IF WS-ARC-DATE NOT < WS-ARC-CUTOFF THEN
               MOVE 1 TO WS-ARC-EOF
           ELSE
               MOVE fra_date_fin_date TO WS-ARC-DATE
               IF WS-ARC-DATE < WS-ARC-CUTOFF THEN
                   MOVE fra_numResa TO WS-ARC-RESA
                   PERFORM ARC_MOVE_CHILDREN
                   IF WS-ARC-FAIL = 1 THEN
                       ADD 1 TO WS-ARC-HELD
                   END-IF
               END-IF
           END-IF.

      * THE TEN LIVE AND ARCHIVE CHILD FILES, OPENED ONCE PER RUN.
       ARC_OPEN_ALL.
           OPEN I-O fpay
           OPEN I-O fpayarch
           OPEN I-O fext
           OPEN I-O fextarch
           OPEN I-O finv
           OPEN I-O finvarch
           OPEN I-O fauth
           OPEN I-O fautharch
           OPEN I-O fkey
           OPEN I-O fkeyarch.

       ARC_CLOSE_ALL.
           CLOSE fpay
           CLOSE fpayarch
           CLOSE fext
           CLOSE fextarch
           CLOSE finv
           CLOSE finvarch
           CLOSE fauth
           CLOSE fautharch
           CLOSE fkey
           CLOSE fkeyarch.

      * WS-ARC-RESA MUST HOLD THE STAY AND ARC_OPEN_ALL MUST HAVE RUN -
      * MOVES ITS LINES FILE BY FILE, STOPPING AT THE FIRST FILE THAT
      * DOES NOT PROVE OUT (WS-ARC-FAIL 1).
       ARC_MOVE_CHILDREN.
           MOVE 0 TO WS-ARC-FAIL
           PERFORM VARYING WS-ARC-F FROM 1 BY 1
               UNTIL WS-ARC-F > 5 OR WS-ARC-FAIL = 1
               PERFORM ARC_MOVE_ONE_FILE
           END-PERFORM.

      * WS-ARC-F NAMES THE CHILD FILE. EVERY LIVE LINE OF THE STAY IS
      * WRITTEN TO THE ARCHIVE OR FOUND THERE ALREADY, IDENTICAL (A
      * RUN CUT SHORT AFTER THE COPY); THE ARCHIVE MUST HAVE GROWN BY
      * EXACTLY WHAT WAS WRITTEN. ONLY THEN ARE THE LIVE LINES
      * DELETED, AND THE DELETES MUST MATCH THE LINES COPIED WITH
      * NONE LEFT BEHIND ON A RECOUNT.
       ARC_MOVE_ONE_FILE.
           MOVE 0 TO WS-ARC-LIVE
           MOVE 0 TO WS-ARC-WRITTEN
           MOVE 0 TO WS-ARC-HAD
           MOVE 0 TO WS-ARC-GONE
           MOVE 0 TO WS-ARC-LEFT
           MOVE 3 TO WS-ARC-PASS
           PERFORM ARC_WALK_ARCH
           MOVE WS-ARC-LEFT TO WS-ARC-BEFORE
           MOVE 1 TO WS-ARC-PASS
           PERFORM ARC_WALK_LIVE
           MOVE 0 TO WS-ARC-LEFT
           MOVE 3 TO WS-ARC-PASS
           PERFORM ARC_WALK_ARCH
           MOVE WS-ARC-LEFT TO WS-ARC-AFTER
           IF WS-ARC-AFTER NOT = WS-ARC-BEFORE + WS-ARC-WRITTEN
               OR WS-ARC-WRITTEN + WS-ARC-HAD NOT = WS-ARC-LIVE THEN
               MOVE 1 TO WS-ARC-FAIL
           ELSE
               IF WS-ARC-LIVE > 0 THEN
                   MOVE 2 TO WS-ARC-PASS
                   PERFORM ARC_WALK_LIVE
                   MOVE 0 TO WS-ARC-LEFT
                   MOVE 3 TO WS-ARC-PASS
                   PERFORM ARC_WALK_LIVE
                   IF WS-ARC-GONE NOT = WS-ARC-LIVE
                       OR WS-ARC-LEFT NOT = 0 THEN
                       MOVE 1 TO WS-ARC-FAIL
                   ELSE
                       ADD WS-ARC-GONE TO WS-ARC-MOVED(WS-ARC-F)
                   END-IF
               END-IF
           END-IF
           IF WS-ARC-FAIL = 1 THEN
               DISPLAY "RESA " WS-ARC-RESA " " WS-ARC-NAME(WS-ARC-F)
                   " NOT ARCHIVED - LIVE " WS-ARC-LIVE " COPIED "
                   WS-ARC-WRITTEN " ALREADY " WS-ARC-HAD " ARCHIVE "
                   WS-ARC-BEFORE "->" WS-ARC-AFTER " DELETED "
                   WS-ARC-GONE " LEFT " WS-ARC-LEFT
           END-IF.

      * ONE PASS (WS-ARC-PASS) OVER THE STAY'S LINES IN LIVE FILE
      * WS-ARC-F.
       ARC_WALK_LIVE.
           EVALUATE WS-ARC-F
               WHEN 1
                   PERFORM ARC_WALK_PAY
               WHEN 2
                   PERFORM ARC_WALK_EXT
               WHEN 3
                   PERFORM ARC_WALK_INV
               WHEN 4
                   PERFORM ARC_WALK_AUTH
               WHEN OTHER
                   PERFORM ARC_WALK_KEY
           END-EVALUATE.

      * ONE PASS (3 COUNT, 4 ROLL COLD) OVER THE STAY'S LINES IN
      * ARCHIVE FILE WS-ARC-F.
       ARC_WALK_ARCH.
           EVALUATE WS-ARC-F
               WHEN 1
                   PERFORM ARC_WALK_PAYA
               WHEN 2
                   PERFORM ARC_WALK_EXTA
               WHEN 3
                   PERFORM ARC_WALK_INVA
               WHEN 4
                   PERFORM ARC_WALK_AUTHA
               WHEN OTHER
                   PERFORM ARC_WALK_KEYA
           END-EVALUATE.

      * WS-ARC-RESA/WS-ARC-YEAR HOLD A STAY GOING COLD WHOSE LIVE
      * LINES ARC_MOVE_CHILDREN HAS JUST PUT IN THE ARCHIVE FILES -
      * ROLLS THEM FILE BY FILE, STOPPING AT THE FIRST FILE THAT DOES
      * NOT PROVE OUT (WS-ARC-FAIL 1).
       ARC_ROLL_CHILDREN.
           PERFORM VARYING WS-ARC-F FROM 1 BY 1
               UNTIL WS-ARC-F > 5 OR WS-ARC-FAIL = 1
               PERFORM ARC_ROLL_ONE_FILE
           END-PERFORM.

      * APPENDS THE STAY'S LINES OF ARCHIVE FILE WS-ARC-F TO THAT
      * FILE'S COLD FILE FOR THE STAY'S YEAR (files/archive_fpay_YYYY
      * .dat AND SO ON, BESIDE THE STAY'S OWN files/archive_YYYY.dat)
      * AND DELETES EACH ONE WRITTEN. EVERY LINE COUNTED BEFORE MUST
      * BE WRITTEN AND DELETED, WITH NONE LEFT ON A RECOUNT.
       ARC_ROLL_ONE_FILE.
           MOVE 0 TO WS-ARC-WRITTEN
           MOVE 0 TO WS-ARC-GONE
           MOVE 0 TO WS-ARC-LEFT
           MOVE 3 TO WS-ARC-PASS
           PERFORM ARC_WALK_ARCH
           MOVE WS-ARC-LEFT TO WS-ARC-BEFORE
           IF WS-ARC-BEFORE > 0 THEN
               MOVE SPACES TO WS-COLD-NAME
               STRING "files/archive_" DELIMITED BY SIZE
                   WS-ARC-NAME(WS-ARC-F) DELIMITED BY SPACE
                   "_" WS-ARC-YEAR ".dat" DELIMITED BY SIZE
                   INTO WS-COLD-NAME
               OPEN EXTEND fcold
                   MOVE 4 TO WS-ARC-PASS
                   PERFORM ARC_WALK_ARCH
               CLOSE fcold
               MOVE 0 TO WS-ARC-LEFT
               MOVE 3 TO WS-ARC-PASS
               PERFORM ARC_WALK_ARCH
               IF WS-ARC-WRITTEN NOT = WS-ARC-BEFORE
                   OR WS-ARC-GONE NOT = WS-ARC-BEFORE
                   OR WS-ARC-LEFT NOT = 0 THEN
                   MOVE 1 TO WS-ARC-FAIL
                   DISPLAY "RESA " WS-ARC-RESA " "
                       WS-ARC-NAME(WS-ARC-F) " NOT ROLLED - ARCHIVE "
                       WS-ARC-BEFORE " WRITTEN " WS-ARC-WRITTEN
                       " DELETED " WS-ARC-GONE " LEFT " WS-ARC-LEFT
               ELSE
                   ADD WS-ARC-GONE TO WS-ARC-COLDN(WS-ARC-F)
               END-IF
           END-IF.

      * ONE PASS OVER THE STAY'S fpay LINES.
       ARC_WALK_PAY.
           MOVE WS-ARC-RESA TO fy_numResa
           START fpay KEY IS EQUAL fy_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fpay NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fy_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_PAY
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fpay HOLDS ONE OF THE STAY'S LINES - COPIED TO
      * fpayarch (PASS 1), DELETED (PASS 2) OR COUNTED (PASS 3).
       ARC_LINE_PAY.
           EVALUATE WS-ARC-PASS
               WHEN 1
                   ADD 1 TO WS-ARC-LIVE
                   MOVE tamp_fpay TO tamp_fpayarch
                   WRITE tamp_fpayarch
                       INVALID KEY
                           PERFORM ARC_HAD_PAY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-WRITTEN
                   END-WRITE
               WHEN 2
                   DELETE fpay RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ARC-LEFT
           END-EVALUATE.

      * THE NUMBER IS ALREADY IN fpayarch - THE SAME STAY'S COPY FROM A
      * RUN CUT SHORT COUNTS AS ARCHIVED, REFRESHED FROM THE LIVE
      * LINE IN CASE IT CHANGED SINCE; ANYTHING ELSE DOES NOT.
       ARC_HAD_PAY.
           READ fpayarch KEY IS fya_numPay
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fya_numResa = fy_numResa THEN
                       MOVE tamp_fpay TO tamp_fpayarch
                       REWRITE tamp_fpayarch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARC-HAD
                       END-REWRITE
                   END-IF
           END-READ.

      * ONE PASS OVER THE STAY'S fpayarch LINES.
       ARC_WALK_PAYA.
           MOVE WS-ARC-RESA TO fya_numResa
           START fpayarch KEY IS EQUAL fya_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fpayarch NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fya_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_PAYA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fpayarch HOLDS ONE OF THE STAY'S ARCHIVED LINES -
      * COUNTED (PASS 3) OR WRITTEN TO THE OPEN COLD FILE AND DELETED
      * (PASS 4).
       ARC_LINE_PAYA.
           IF WS-ARC-PASS = 3 THEN
               ADD 1 TO WS-ARC-LEFT
           ELSE
               MOVE SPACES TO tamp_fcold
               MOVE tamp_fpayarch TO tamp_fcold
               WRITE tamp_fcold
               IF cr_fcold = "00" THEN
                   ADD 1 TO WS-ARC-WRITTEN
                   DELETE fpayarch RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               END-IF
           END-IF.

      * ONE PASS OVER THE STAY'S fext CHARGES.
       ARC_WALK_EXT.
           MOVE WS-ARC-RESA TO fe_numResa
           START fext KEY IS EQUAL fe_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fext NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fe_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_EXT
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fext HOLDS ONE OF THE STAY'S CHARGES - COPIED TO
      * fextarch (PASS 1), DELETED (PASS 2) OR COUNTED (PASS 3).
       ARC_LINE_EXT.
           EVALUATE WS-ARC-PASS
               WHEN 1
                   ADD 1 TO WS-ARC-LIVE
                   MOVE tamp_fext TO tamp_fextarch
                   WRITE tamp_fextarch
                       INVALID KEY
                           PERFORM ARC_HAD_EXT
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-WRITTEN
                   END-WRITE
               WHEN 2
                   DELETE fext RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ARC-LEFT
           END-EVALUATE.

      * THE NUMBER IS ALREADY IN fextarch - THE SAME STAY'S COPY FROM A
      * RUN CUT SHORT COUNTS AS ARCHIVED, REFRESHED FROM THE LIVE
      * LINE IN CASE IT CHANGED SINCE; ANYTHING ELSE DOES NOT.
       ARC_HAD_EXT.
           READ fextarch KEY IS fea_numExt
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fea_numResa = fe_numResa THEN
                       MOVE tamp_fext TO tamp_fextarch
                       REWRITE tamp_fextarch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARC-HAD
                       END-REWRITE
                   END-IF
           END-READ.

      * ONE PASS OVER THE STAY'S fextarch CHARGES.
       ARC_WALK_EXTA.
           MOVE WS-ARC-RESA TO fea_numResa
           START fextarch KEY IS EQUAL fea_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fextarch NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fea_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_EXTA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fextarch HOLDS ONE OF THE STAY'S ARCHIVED CHARGES -
      * COUNTED (PASS 3) OR WRITTEN TO THE OPEN COLD FILE AND DELETED
      * (PASS 4).
       ARC_LINE_EXTA.
           IF WS-ARC-PASS = 3 THEN
               ADD 1 TO WS-ARC-LEFT
           ELSE
               MOVE SPACES TO tamp_fcold
               MOVE tamp_fextarch TO tamp_fcold
               WRITE tamp_fcold
               IF cr_fcold = "00" THEN
                   ADD 1 TO WS-ARC-WRITTEN
                   DELETE fextarch RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               END-IF
           END-IF.

      * ONE PASS OVER THE STAY'S finv INVOICES.
       ARC_WALK_INV.
           MOVE WS-ARC-RESA TO fi_numResa
           START finv KEY IS EQUAL fi_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ finv NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fi_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_INV
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_finv HOLDS ONE OF THE STAY'S INVOICES - COPIED TO
      * finvarch (PASS 1), DELETED (PASS 2) OR COUNTED (PASS 3).
       ARC_LINE_INV.
           EVALUATE WS-ARC-PASS
               WHEN 1
                   ADD 1 TO WS-ARC-LIVE
                   MOVE tamp_finv TO tamp_finvarch
                   WRITE tamp_finvarch
                       INVALID KEY
                           PERFORM ARC_HAD_INV
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-WRITTEN
                   END-WRITE
               WHEN 2
                   DELETE finv RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ARC-LEFT
           END-EVALUATE.

      * THE NUMBER IS ALREADY IN finvarch - THE SAME STAY'S COPY FROM A
      * RUN CUT SHORT COUNTS AS ARCHIVED, REFRESHED FROM THE LIVE
      * LINE IN CASE IT CHANGED SINCE; ANYTHING ELSE DOES NOT.
       ARC_HAD_INV.
           READ finvarch KEY IS fia_numInv
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fia_numResa = fi_numResa THEN
                       MOVE tamp_finv TO tamp_finvarch
                       REWRITE tamp_finvarch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARC-HAD
                       END-REWRITE
                   END-IF
           END-READ.

      * ONE PASS OVER THE STAY'S finvarch INVOICES.
       ARC_WALK_INVA.
           MOVE WS-ARC-RESA TO fia_numResa
           START finvarch KEY IS EQUAL fia_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ finvarch NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fia_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_INVA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_finvarch HOLDS ONE OF THE STAY'S ARCHIVED INVOICES -
      * COUNTED (PASS 3) OR WRITTEN TO THE OPEN COLD FILE AND DELETED
      * (PASS 4).
       ARC_LINE_INVA.
           IF WS-ARC-PASS = 3 THEN
               ADD 1 TO WS-ARC-LEFT
           ELSE
               MOVE SPACES TO tamp_fcold
               MOVE tamp_finvarch TO tamp_fcold
               WRITE tamp_fcold
               IF cr_fcold = "00" THEN
                   ADD 1 TO WS-ARC-WRITTEN
                   DELETE finvarch RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               END-IF
           END-IF.

      * ONE PASS OVER THE STAY'S fauth PRE-AUTHS.
       ARC_WALK_AUTH.
           MOVE WS-ARC-RESA TO fau_numResa
           START fauth KEY IS EQUAL fau_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fauth NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fau_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_AUTH
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fauth HOLDS ONE OF THE STAY'S PRE-AUTHS - COPIED TO
      * fautharch (PASS 1), DELETED (PASS 2) OR COUNTED (PASS 3).
       ARC_LINE_AUTH.
           EVALUATE WS-ARC-PASS
               WHEN 1
                   ADD 1 TO WS-ARC-LIVE
                   MOVE tamp_fauth TO tamp_fautharch
                   WRITE tamp_fautharch
                       INVALID KEY
                           PERFORM ARC_HAD_AUTH
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-WRITTEN
                   END-WRITE
               WHEN 2
                   DELETE fauth RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ARC-LEFT
           END-EVALUATE.

      * THE NUMBER IS ALREADY IN fautharch - THE SAME STAY'S COPY FROM A
      * RUN CUT SHORT COUNTS AS ARCHIVED, REFRESHED FROM THE LIVE
      * LINE IN CASE IT CHANGED SINCE; ANYTHING ELSE DOES NOT.
       ARC_HAD_AUTH.
           READ fautharch KEY IS faua_numAuth
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF faua_numResa = fau_numResa THEN
                       MOVE tamp_fauth TO tamp_fautharch
                       REWRITE tamp_fautharch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARC-HAD
                       END-REWRITE
                   END-IF
           END-READ.

      * ONE PASS OVER THE STAY'S fautharch PRE-AUTHS.
       ARC_WALK_AUTHA.
           MOVE WS-ARC-RESA TO faua_numResa
           START fautharch KEY IS EQUAL faua_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fautharch NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF faua_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_AUTHA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fautharch HOLDS ONE OF THE STAY'S ARCHIVED PRE-AUTHS -
      * COUNTED (PASS 3) OR WRITTEN TO THE OPEN COLD FILE AND DELETED
      * (PASS 4).
       ARC_LINE_AUTHA.
           IF WS-ARC-PASS = 3 THEN
               ADD 1 TO WS-ARC-LEFT
           ELSE
               MOVE SPACES TO tamp_fcold
               MOVE tamp_fautharch TO tamp_fcold
               WRITE tamp_fcold
               IF cr_fcold = "00" THEN
                   ADD 1 TO WS-ARC-WRITTEN
                   DELETE fautharch RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               END-IF
           END-IF.

      * ONE PASS OVER THE STAY'S fkey CARDS.
       ARC_WALK_KEY.
           MOVE WS-ARC-RESA TO fkc_numResa
           START fkey KEY IS EQUAL fkc_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fkey NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fkc_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_KEY
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fkey HOLDS ONE OF THE STAY'S CARDS - COPIED TO
      * fkeyarch (PASS 1), DELETED (PASS 2) OR COUNTED (PASS 3).
       ARC_LINE_KEY.
           EVALUATE WS-ARC-PASS
               WHEN 1
                   ADD 1 TO WS-ARC-LIVE
                   MOVE tamp_fkey TO tamp_fkeyarch
                   WRITE tamp_fkeyarch
                       INVALID KEY
                           PERFORM ARC_HAD_KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-WRITTEN
                   END-WRITE
               WHEN 2
                   DELETE fkey RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO WS-ARC-LEFT
           END-EVALUATE.

      * THE NUMBER IS ALREADY IN fkeyarch - THE SAME STAY'S COPY FROM A
      * RUN CUT SHORT COUNTS AS ARCHIVED, REFRESHED FROM THE LIVE
      * LINE IN CASE IT CHANGED SINCE; ANYTHING ELSE DOES NOT.
       ARC_HAD_KEY.
           READ fkeyarch KEY IS fkca_numCard
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fkca_numResa = fkc_numResa THEN
                       MOVE tamp_fkey TO tamp_fkeyarch
                       REWRITE tamp_fkeyarch
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARC-HAD
                       END-REWRITE
                   END-IF
           END-READ.

      * ONE PASS OVER THE STAY'S fkeyarch CARDS.
       ARC_WALK_KEYA.
           MOVE WS-ARC-RESA TO fkca_numResa
           START fkeyarch KEY IS EQUAL fkca_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-ARC-WEOF
                   PERFORM WITH TEST AFTER UNTIL WS-ARC-WEOF = 1
                       READ fkeyarch NEXT
                           AT END
                               MOVE 1 TO WS-ARC-WEOF
                           NOT AT END
                               IF fkca_numResa NOT = WS-ARC-RESA THEN
                                   MOVE 1 TO WS-ARC-WEOF
                               ELSE
                                   PERFORM ARC_LINE_KEYA
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_fkeyarch HOLDS ONE OF THE STAY'S ARCHIVED CARDS -
      * COUNTED (PASS 3) OR WRITTEN TO THE OPEN COLD FILE AND DELETED
      * (PASS 4).
       ARC_LINE_KEYA.
           IF WS-ARC-PASS = 3 THEN
               ADD 1 TO WS-ARC-LEFT
           ELSE
               MOVE SPACES TO tamp_fcold
               MOVE tamp_fkeyarch TO tamp_fcold
               WRITE tamp_fcold
               IF cr_fcold = "00" THEN
                   ADD 1 TO WS-ARC-WRITTEN
                   DELETE fkeyarch RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ARC-GONE
                   END-DELETE
               END-IF
           END-IF.

      * PRINTS A PER-ROOM SUBTOTAL PLUS A GRAND TOTAL OF THE ROOM
      * REVENUE EARNED ON WS-BUSINESS-DATE - EACH STAY THAT RAN
      * DURING THE DAY CONTRIBUTES THE SHARE OF ITS PRICE x DURATION
      * FOR THE HOURS SPENT INSIDE IT (CALC_ROOM_REVENUE_CONSUMED).
       DAILY_REVENUE_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "DAILYREV" TO WS-RPT-CODE
           MOVE "DAILY REVENUE REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-REV-GRAND-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "DAILY REVENUE REPORT - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fch
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE fc_numCh TO WS-NUM-CH
                           PERFORM CALC_ROOM_REVENUE_CONSUMED
                           ADD WS-REV-ROOM-SUBTOTAL TO
                               WS-REV-GRAND-TOTAL
      *                    A ROOM RETIRED BEFORE THE DAY WITH NOTHING
      *                    EARNED IS NO LONGER PART OF THE HOUSE
                           IF WS-REV-ROOM-SUBTOTAL > 0 OR
                               fc_retired = 0 OR
                               fc_retired > WS-BUSINESS-DATE THEN
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "ROOM " WS-NUM-CH " SUBTOTAL: "
                                   WS-REV-ROOM-SUBTOTAL
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
      * BE POSITIONED ON THAT ROOM'S RECORD BEFORE CALL, SO
      * fc_prix_heure(_weekend) ARE AVAILABLE FOR
      * GET_ROOM_RATE_FOR_DATE. LEAVES THE TOTAL REVENUE FOR
      * RESERVATIONS OF THAT ROOM ENDING ON THE BUSINESS DATE IN
      * WS-REV-ROOM-SUBTOTAL.
       CALC_ROOM_REVENUE_FOR_DAY.
           MOVE 0 TO WS-REV-ROOM-SUBTOTAL
                               NOT AT END
                                   IF fr_numCh = WS-NUM-CH THEN
                                       IF fr_date_fin_date =
                                           WS-BUSINESS-DATE THEN
                                           PERFORM
                                               GET_ROOM_RATE_FOR_DATE
                                           COMPUTE WS-REV-DURATION =
                                               fr_duree_hours +
                                               (fr_duree_minute / 60)
                                               + (fr_nights * 24)
                                           PERFORM DST_STAY_CORRECTION
                                           ADD WS-DST-HOURS TO
                                               WS-REV-DURATION
                                           COMPUTE WS-REV-NET =
                                               (WS-REV-PRICE *
                                               WS-REV-DURATION) -
               END-START
           CLOSE fresa.

      * WS-NUM-CH MUST HOLD THE ROOM AND fch BE POSITIONED ON IT -
      * LEAVES IN WS-REV-ROOM-SUBTOTAL THE ROOM REVENUE EARNED ON
      * WS-BUSINESS-DATE: EVERY LIVE OR ARCHIVED STAY OF THE ROOM
      * OVERLAPPING THE DAY, PRICED AS CALC_ROOM_REVENUE_FOR_DAY
      * PRICES IT, COUNTS FOR THE SHARE OF ITS TIME SPENT INSIDE THE
      * DAY (REV_SPLIT_SHARE). NO-SHOWS (fr_status = 3) EARN NOTHING.
       CALC_ROOM_REVENUE_CONSUMED.
           MOVE 0 TO WS-REV-ROOM-SUBTOTAL
           MOVE WS-BUSINESS-DATE TO WS-RVS-D
           COMPUTE WS-RVS-A = WS-RVS-D * 10000
           COMPUTE WS-RVS-NEXT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RVS-D) + 1)
           COMPUTE WS-RVS-B = WS-RVS-NEXT * 10000
           OPEN INPUT fresa
               MOVE WS-NUM-CH TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RVS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO WS-RVS-EOF
                               NOT AT END
                                   IF fr_numCh NOT = WS-NUM-CH THEN
                                       MOVE 1 TO WS-RVS-EOF
                                   ELSE
                                       IF fr_status NOT = 3 AND
                                           fr_date_debut < WS-RVS-B
                                           AND fr_date_fin >= WS-RVS-A
                                           THEN
                                           PERFORM REV_DAY_LIVE_STAY
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE WS-NUM-CH TO fra_numCh
               START fresaarch KEY IS EQUAL fra_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RVS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                           READ fresaarch NEXT
                               AT END
                                   MOVE 1 TO WS-RVS-EOF
                               NOT AT END
                                   IF fra_numCh NOT = WS-NUM-CH THEN
                                       MOVE 1 TO WS-RVS-EOF
                                   ELSE
                                       IF fra_status NOT = 3 AND
                                           fra_date_debut < WS-RVS-B
                                           AND fra_date_fin >=
                                           WS-RVS-A THEN
                                           PERFORM REV_DAY_ARCH_STAY
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresaarch.

      * fr_* HOLDS A LIVE STAY OVERLAPPING THE DAY WINDOW - ADDS ITS
      * SHARE OF THE NET ROOM AMOUNT TO WS-REV-ROOM-SUBTOTAL.
       REV_DAY_LIVE_STAY.
           PERFORM REV_PRICE_LIVE_STAY
           MOVE fr_date_debut TO WS-RVS-S
           MOVE fr_date_fin TO WS-RVS-E
           PERFORM REV_SPLIT_SHARE
           ADD WS-RVS-SHARE TO WS-REV-ROOM-SUBTOTAL.

      * fra_* HOLDS AN ARCHIVED STAY OVERLAPPING THE DAY WINDOW -
      * SAME AS REV_DAY_LIVE_STAY.
       REV_DAY_ARCH_STAY.
           PERFORM REV_PRICE_ARCH_STAY
           MOVE fra_date_debut TO WS-RVS-S
           MOVE fra_date_fin TO WS-RVS-E
           PERFORM REV_SPLIT_SHARE
           ADD WS-RVS-SHARE TO WS-REV-ROOM-SUBTOTAL.

      * fr_* HOLDS A LIVE STAY AND tamp_fch ITS ROOM - LEAVES ITS
      * NET ROOM AMOUNT (PRICE x DURATION MINUS DISCOUNT, NEVER
      * BELOW 0) IN WS-RVS-AMT, THE CALC_ROOM_REVENUE_FOR_DAY MATH.
       REV_PRICE_LIVE_STAY.
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           MOVE WS-REV-NET TO WS-RVS-AMT.

      * fra_* HOLDS AN ARCHIVED STAY AND tamp_fch ITS ROOM - SAME AS
      * REV_PRICE_LIVE_STAY THROUGH THE fr_date_debut FEED THE OTHER
      * ARCHIVE TALLIES USE.
       REV_PRICE_ARCH_STAY.
           MOVE fra_date_debut TO fr_date_debut
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-DURATION =
               fra_duree_hours + (fra_duree_minute / 60)
               + (fra_nights * 24)
           PERFORM DST_ARCH_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fra_discount_entier - (fra_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           MOVE WS-REV-NET TO WS-RVS-AMT.

      * BUCKETS THE TRAILING 12 CALENDAR MONTHS (ENDING THIS MONTH) BY
      * fra_date_debut_date, PRINTING OCCUPANCY COUNT AND REVENUE SIDE
      * BY SIDE PER MONTH - RESCANS fresaarch ONCE PER BUCKET RATHER
      * THAN HOLDING A TABLE, SAME "RESTART PER BUCKET" SHAPE AS
      * CALC_ROOM_REVENUE_FOR_DAY ABOVE AND PROCESS_WAITLIST BELOW.
      * OCC% IS THE MONTH'S OCCUPIED ROOM-NIGHTS OVER THE ROOM-DAYS
      * THE INVENTORY OF EACH OF ITS DAYS COULD SELL, SO A MONTH
      * BEFORE A ROOM OPENED OR AFTER IT RETIRED IS NOT DILUTED.
       OCCUPANCY_TREND_REPORT.
           MOVE "TREND" TO WS-RPT-CODE
           MOVE "OCCUPANCY TREND REPORT" TO WS-RPT-TITLE
           STRING "OCCUPANCY TREND REPORT - " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "MONTH    STAYS   REVENUE  OCC%" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM LOAD_ROOM_INVENTORY
           MOVE WS-CURRENT-YEAR TO WS-TREND-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TREND-MONTH
           PERFORM 11 TIMES
           MOVE 0 TO WS-TREND-OFFSET
           PERFORM WITH TEST AFTER UNTIL WS-TREND-OFFSET = 12
               PERFORM TALLY_TREND_BUCKET
               PERFORM TREND_AVAILABLE_ROOM_DAYS
               MOVE 0 TO WS-TREND-PCT
               IF WS-TREND-AVAIL > 0 THEN
                   IF WS-TREND-NIGHTS * 100 / WS-TREND-AVAIL > 999
                       THEN
                       MOVE 999 TO WS-TREND-PCT
                   ELSE
                       COMPUTE WS-TREND-PCT =
                           WS-TREND-NIGHTS * 100 / WS-TREND-AVAIL
                   END-IF
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-TREND-YEAR "-" WS-TREND-MONTH "   "
                   WS-TREND-COUNT "   " WS-TREND-REVENUE
                   "  " WS-TREND-PCT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               ADD 1 TO WS-TREND-MONTH
           PERFORM END_REPORT.

      * WS-TREND-YEAR/WS-TREND-MONTH MUST HOLD THE BUCKET BEFORE CALL -
      * LEAVES THE MATCHING STAY COUNT IN WS-TREND-COUNT, TOTAL
      * REVENUE (VIA GET_ROOM_RATE_FOR_DATE PER STAY) IN
      * WS-TREND-REVENUE AND THE ROOM-NIGHTS THEY TOOK (A DAY-USE
      * STAY COUNTS AS ONE) IN WS-TREND-NIGHTS.
       TALLY_TREND_BUCKET.
           MOVE 0 TO WS-TREND-COUNT
           MOVE 0 TO WS-TREND-REVENUE
           MOVE 0 TO WS-TREND-NIGHTS
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               fra_date_debut_month = WS-TREND-MONTH
                               THEN
                               ADD 1 TO WS-TREND-COUNT
                               IF fra_nights > 0 THEN
                                   ADD fra_nights TO WS-TREND-NIGHTS
                               ELSE
                                   ADD 1 TO WS-TREND-NIGHTS
                               END-IF
                               PERFORM ADD_TREND_REVENUE_FOR_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * WS-TREND-YEAR/WS-TREND-MONTH ON THE BUCKET AND THE ROOM
      * INVENTORY LOADED - ADDS UP, DAY BY DAY, THE ROOMS SELLABLE
      * THAT DAY (COUNT_ROOMS_IN_INVENTORY) INTO WS-TREND-AVAIL.
       TREND_AVAILABLE_ROOM_DAYS.
           MOVE 0 TO WS-TREND-AVAIL
           MOVE 0 TO WS-RIN-SITE
           MOVE SPACES TO WS-RIN-TYPE
           COMPUTE WS-RIN-DATE =
               WS-TREND-YEAR * 10000 + WS-TREND-MONTH * 100 + 1
           IF WS-TREND-MONTH = 12 THEN
               COMPUTE WS-TREND-NEXT = (WS-TREND-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-TREND-NEXT = WS-RIN-DATE + 100
           END-IF
           COMPUTE WS-TREND-INT = FUNCTION INTEGER-OF-DATE(WS-RIN-DATE)
           COMPUTE WS-TREND-INT-END =
               FUNCTION INTEGER-OF-DATE(WS-TREND-NEXT) - 1
           PERFORM WITH TEST BEFORE
               UNTIL WS-TREND-INT > WS-TREND-INT-END
               COMPUTE WS-RIN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TREND-INT)
               PERFORM COUNT_ROOMS_IN_INVENTORY
               ADD WS-RIN-ROOMS TO WS-TREND-AVAIL
               ADD 1 TO WS-TREND-INT
           END-PERFORM.

      * fra_* MUST STILL HOLD THE MATCHING ARCHIVE RECORD JUST READ BY
      * TALLY_TREND_BUCKET - JOINS TO fch BY fra_numCh FOR
      * GET_ROOM_RATE_FOR_DATE, THEN ADDS THAT STAY'S REVENUE TO
                       COMPUTE WS-REV-DURATION =
                           fra_duree_hours + (fra_duree_minute / 60)
                           + (fra_nights * 24)
                       PERFORM DST_ARCH_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
                       ADD WS-REV-AMOUNT TO WS-TREND-REVENUE
                                       fr_numCh DELIMITED BY SIZE
                                       INTO WS-RPT-LINE
                                   PERFORM REPORT_LINE
                               NOT INVALID KEY
                                   IF fc_retired NOT = 0 AND
                                       fr_date_fin_date > fc_retired
                                       THEN
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "RESERVATION " fr_numResa
                                           " RUNS PAST RETIREMENT OF "
                                           "ROOM " fr_numCh
                                           DELIMITED BY SIZE
                                           INTO WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                   END-READ
               END-PERFORM
               END-PERFORM
           CLOSE fcontact.

      * CONSUMES THE GUESTS' ANSWERS TO THE RESERVATION REMINDER.
      * "OK"/"YES" (OR "OUI") FLAGS THE STAY GUEST-CONFIRMED;
      * "CANCEL" (OR "ANNULER") TAKES IT THROUGH THE SAME FEE
      * POLICY, CANCELLATION REGISTER, PRE-AUTH VOID AND AUDITED
      * DELETE AS REMOVE_RESA, AND THE FREED SLOTS GO BACK OUT
      * THROUGH PROCESS_WAITLIST. ONLY A STILL-BOOKED STAY WHOSE
      * REMINDER WENT OUT IS ACTED ON; ANYTHING ELSE IS SHOWN FOR
      * THE DESK TO READ (STOP IS PROCESS_STOP_REPLIES' BUSINESS).
      * THE RETURN FILE IS CONSUMED AND THE CALL LIST PRINTED.
       PROCESS_GUEST_REPLIES.
           MOVE 0 TO WS-SMR-CONFIRMED
           MOVE 0 TO WS-SMR-CANCELLED
           MOVE 0 TO WS-SMR-IGNORED
           OPEN INPUT freply
           IF cr_freply NOT = "00" THEN
               CLOSE freply
           ELSE
               OPEN I-O fresa
      *        OWN LOOP FLAG - A CANCELLATION VOIDS THE STAY'S
      *        PRE-AUTHS THROUGH A Wfin READ LOOP OF ITS OWN
                   MOVE 0 TO WS-SMR-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-SMR-EOF = 1
                       READ freply
                           AT END
                               MOVE 1 TO WS-SMR-EOF
                           NOT AT END
                               PERFORM PROCESS_ONE_GUEST_REPLY
                       END-READ
                   END-PERFORM
               CLOSE fresa
               CLOSE freply
               OPEN OUTPUT freply
               CLOSE freply
               IF WS-SMR-CANCELLED > 0 THEN
                   PERFORM PROCESS_WAITLIST
               END-IF
               DISPLAY "GUEST REPLIES - CONFIRMED " WS-SMR-CONFIRMED
                   " CANCELLED " WS-SMR-CANCELLED
                   " NOT ACTIONED " WS-SMR-IGNORED
           END-IF
           PERFORM UNCONFIRMED_ARRIVALS_CALL_LIST.

      * tamp_freply HOLDS ONE REPLY LINE AND fresa IS OPEN I-O - THE
      * FIRST WORD OF THE TEXT DECIDES. THE REPLY MUST COME FROM THE
      * NUMBER THE REMINDER WENT TO, OR IT IS NOT ACTIONED.
       PROCESS_ONE_GUEST_REPLY.
           MOVE SPACES TO WS-SMR-FIELDS
           UNSTRING tamp_freply DELIMITED BY ","
               INTO WS-SMR-RESA WS-SMR-FROM WS-SMR-TEXT
           INSPECT WS-SMR-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.!" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
           MOVE FUNCTION TRIM(WS-SMR-TEXT) TO WS-SMR-TEXT
           MOVE SPACES TO WS-SMR-WORD
           UNSTRING WS-SMR-TEXT DELIMITED BY " "
               INTO WS-SMR-WORD
           MOVE 0 TO WS-SMR-KIND
           IF WS-SMR-WORD = "OK" OR WS-SMR-WORD = "YES" OR
               WS-SMR-WORD = "Y" OR WS-SMR-WORD = "OUI" OR
               WS-SMR-WORD = "CONFIRM" THEN
               MOVE 1 TO WS-SMR-KIND
           END-IF
           IF WS-SMR-WORD = "CANCEL" OR WS-SMR-WORD = "ANNULER" OR
               WS-SMR-WORD = "ANNULE" THEN
               MOVE 2 TO WS-SMR-KIND
           END-IF
           MOVE 0 TO Wtrouve
           COMPUTE fr_numResa = FUNCTION NUMVAL(WS-SMR-RESA)
           IF WS-SMR-KIND NOT = 0 THEN
               READ fresa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fr_status = 0 AND fr_reminder_sent = 1 THEN
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-IF
           IF Wtrouve = 1 THEN
               MOVE fr_numCl TO WS-CTC-FIND-CL
               MOVE 0 TO WS-CTC-PURPOSE
               PERFORM RESOLVE_CONTACT_FOR_CLIENT
               IF WS-CTC-OK = 0 OR FUNCTION TRIM(WS-CTC-DEST) NOT =
                   FUNCTION TRIM(WS-SMR-FROM) THEN
                   MOVE 0 TO Wtrouve
               END-IF
           END-IF
           IF Wtrouve = 0 THEN
               ADD 1 TO WS-SMR-IGNORED
               DISPLAY "REPLY NOT ACTIONED: RESA "
                   FUNCTION TRIM(WS-SMR-RESA) " FROM "
                   FUNCTION TRIM(WS-SMR-FROM) " - "
                   FUNCTION TRIM(WS-SMR-TEXT)
           ELSE
               IF WS-SMR-KIND = 1 THEN
                   MOVE 1 TO fr_guest_confirmed
                   REWRITE tamp_fresa
                   MOVE "fresa" TO WS-AUDIT-FILE
                   MOVE fr_numResa TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   ADD 1 TO WS-SMR-CONFIRMED
               ELSE
                   PERFORM CALC_CANCEL_FEE
                   PERFORM RECORD_CANCELLATION
                   PERFORM VOID_CARD_PREAUTHS
                   MOVE fr_numResa TO WS-AUDIT-KEY
                   DELETE fresa RECORD
                   MOVE "fresa" TO WS-AUDIT-FILE
                   MOVE "DELETE" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   ADD 1 TO WS-SMR-CANCELLED
                   DISPLAY "CANCELLED BY GUEST REPLY: RESA "
                       fr_numResa " ROOM " fr_numCh " FEE "
                       WS-CANC-FEE " REFUND " WS-CANC-REFUND
               END-IF
           END-IF.

      * THE DESK'S CONFIRMATION CALL LIST - BOOKED STAYS ARRIVING IN
      * THE NEXT TWO HOURS WHOSE GUEST HAS NOT CONFIRMED BY REPLY,
      * WITH THE NUMBER TO RING. PRINTED AFTER EACH REPLY IMPORT AND
      * FROM THE RECEPTION MENU.
       UNCONFIRMED_ARRIVALS_CALL_LIST.
           MOVE 0 TO WS-SMR-CALLS
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           COMPUTE WS-SMR-CUTOFF-HOURS = WS-CURRENT-HOURS + 2
           MOVE WS-CURRENT-MINUTE TO WS-SMR-CUTOFF-MINUTE
           IF WS-SMR-CUTOFF-HOURS > 23 THEN
               SUBTRACT 24 FROM WS-SMR-CUTOFF-HOURS
               MOVE 1 TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
           END-IF
           MOVE WS-WORK-DATE TO WS-SMR-CUTOFF-DATE
           DISPLAY "CONFIRMATION CALLS - RESA/ARRIVAL/ROOM/NAME/PHONE"
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status = 0 AND
                               fr_guest_confirmed = 0 AND
                               fr_date_debut >= WS-NOW-DATETIME AND
                               fr_date_debut <= WS-SMR-CUTOFF THEN
                               PERFORM LIST_ONE_CONFIRMATION_CALL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           IF WS-SMR-CALLS = 0 THEN
               DISPLAY "NO UNCONFIRMED ARRIVALS IN THE NEXT TWO HOURS"
           END-IF.

      * tamp_fresa HOLDS THE UNCONFIRMED STAY - ONE LINE TO RING.
       LIST_ONE_CONFIRMATION_CALL.
           ADD 1 TO WS-SMR-CALLS
           MOVE fr_numCl TO WS-CTC-FIND-CL
           MOVE 0 TO WS-CTC-PURPOSE
           PERFORM RESOLVE_CONTACT_FOR_CLIENT
           MOVE " " TO fcl_nom
           OPEN INPUT fcli
               MOVE fr_numCl TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fcli
           IF WS-CTC-OK = 0 THEN
               MOVE "NO NUMBER ON FILE" TO WS-CTC-DEST
           END-IF
           DISPLAY fr_numResa " " fr_date_debut_date " "
               fr_date_debut_hours ":" fr_date_debut_minute " "
               fr_numCh " " FUNCTION TRIM(fcl_nom) " "
               FUNCTION TRIM(WS-CTC-DEST).

      * THE CLEANERS' HANDHELD EXCHANGE, SAME DROP-FILE STYLE AS THE
      * KIOSK AND THE KEY-CARD ENCODER. THE EVENTS THE HANDHELDS
      * SENT SINCE THE LAST PASS ARE POSTED FIRST, IN FILE ORDER,
      * THROUGH THE SAME FILES THE CLOCK-IN/CLOCK-OUT AND FOUND ITEM
      * SCREENS USE - ANYTHING OUT OF SEQUENCE (TICK BEFORE CLOCK-IN,
      * CLOCK-OUT WITH ITEMS STILL OPEN, SOMEONE ELSE'S MISSION...)
      * GOES TO THE REJECT FILE WITH THE REASON. THEN EACH CLEANER'S
      * OPEN MISSIONS ARE WRITTEN BACK OUT WITH THEIR CHECKLISTS SO
      * THE HANDHELDS PICK UP WHAT IS LEFT TO DO.
       PROCESS_HANDHELD_EXCHANGE.
           MOVE 0 TO WS-HHD-POSTED
           MOVE 0 TO WS-HHD-REJECTED
           OPEN INPUT fhhin
           IF cr_fhhin NOT = "00" THEN
               CLOSE fhhin
           ELSE
               OPEN EXTEND fhhrej
               IF cr_fhhrej NOT = "00" THEN
                   OPEN OUTPUT fhhrej
               END-IF
               MOVE 0 TO WS-HHD-EOF
               PERFORM WITH TEST AFTER UNTIL WS-HHD-EOF = 1
                   READ fhhin
                       AT END
                           MOVE 1 TO WS-HHD-EOF
                       NOT AT END
                           PERFORM HANDHELD_ONE_EVENT
                   END-READ
               END-PERFORM
               CLOSE fhhrej
               CLOSE fhhin
               OPEN OUTPUT fhhin
               CLOSE fhhin
               DISPLAY "HANDHELD - EVENTS POSTED " WS-HHD-POSTED
                   " REJECTED " WS-HHD-REJECTED
           END-IF
           PERFORM HANDHELD_EXPORT_MISSIONS.

      * tamp_fhhin HOLDS ONE EVENT - CHECKS IT AGAINST THE MISSION'S
      * STATE, POSTS IT OR REJECTS IT.
       HANDHELD_ONE_EVENT.
           MOVE SPACES TO WS-HHD-FIELDS
           UNSTRING tamp_fhhin DELIMITED BY ","
               INTO WS-HHD-EVENT WS-HHD-MIS WS-HHD-STAFF WS-HHD-STAMP
                   WS-HHD-DETAIL WS-HHD-PLACE
           INSPECT WS-HHD-EVENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-HHD-REASON
           IF WS-HHD-STAMP NOT NUMERIC THEN
               MOVE "BAD TIME STAMP" TO WS-HHD-REASON
           END-IF
           IF WS-HHD-REASON = SPACES AND WS-HHD-EVENT NOT = "SIGHT"
               THEN
               COMPUTE fm_numM = FUNCTION NUMVAL(WS-HHD-MIS)
               COMPUTE WS-HHD-NUMP = FUNCTION NUMVAL(WS-HHD-STAFF)
               MOVE 0 TO Wtrouve
               OPEN INPUT fmis
                   READ fmis
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fmis
               IF Wtrouve = 0 THEN
                   MOVE "MISSION DOESN'T EXIST" TO WS-HHD-REASON
               ELSE
                   IF fm_numP NOT = WS-HHD-NUMP THEN
                       MOVE "NOT THIS CLEANER'S MISSION" TO
                           WS-HHD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               EVALUATE WS-HHD-EVENT
                   WHEN "CLOCKIN"
                       PERFORM HANDHELD_CLOCK_IN
                   WHEN "TICK"
                       PERFORM HANDHELD_TICK
                   WHEN "CLOCKOUT"
                       PERFORM HANDHELD_CLOCK_OUT
                   WHEN "FOUND"
                       PERFORM HANDHELD_FOUND_ITEM
                   WHEN "SIGHT"
                       PERFORM HANDHELD_SIGHTING
                   WHEN OTHER
                       MOVE "UNKNOWN EVENT" TO WS-HHD-REASON
               END-EVALUATE
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               ADD 1 TO WS-HHD-POSTED
           ELSE
               ADD 1 TO WS-HHD-REJECTED
               MOVE SPACES TO tamp_fhhrej
               STRING FUNCTION TRIM(tamp_fhhin) "," WS-HHD-REASON
                   DELIMITED BY SIZE INTO tamp_fhhrej
               WRITE tamp_fhhrej
           END-IF.

      * tamp_fmis HOLDS THE MISSION - STARTS THE CLOCK AT THE
      * HANDHELD'S STAMP, AS CLOCK_IN_MISSION DOES AT THE SCREEN.
       HANDHELD_CLOCK_IN.
           IF fm_reel_debut_year NOT = 0 THEN
               MOVE "ALREADY CLOCKED IN" TO WS-HHD-REASON
           ELSE
               OPEN I-O fmis
                   READ fmis
                       INVALID KEY
                           MOVE "MISSION DOESN'T EXIST" TO
                               WS-HHD-REASON
                       NOT INVALID KEY
                           MOVE WS-HHD-STAMP TO fm_reel_debut
                           REWRITE tamp_fmis
                           MOVE "fmis" TO WS-AUDIT-FILE
                           MOVE fm_numM TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-READ
               CLOSE fmis
           END-IF.

      * tamp_fmis HOLDS THE MISSION - ONE CHECKLIST ITEM TICKED ON
      * THE HANDHELD GOES STRAIGHT INTO fckdone, PROVIDED THE
      * MISSION IS RUNNING, THE ITEM IS ON THE ROOM TYPE'S LIST AND
      * IT WASN'T TICKED ALREADY.
       HANDHELD_TICK.
           IF fm_reel_debut_year = 0 THEN
               MOVE "TICK BEFORE CLOCK-IN" TO WS-HHD-REASON
           ELSE
               IF fm_reel_fin_year NOT = 0 THEN
                   MOVE "MISSION ALREADY CLOCKED OUT" TO
                       WS-HHD-REASON
               END-IF
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               COMPUTE WS-HHD-NUMCK = FUNCTION NUMVAL(WS-HHD-DETAIL)
               PERFORM LOAD_CLEANING_CHECKLIST
               MOVE 0 TO WS-CKL-IDX
               MOVE 0 TO Wtrouve
               PERFORM WITH TEST BEFORE UNTIL WS-CKL-IDX = WS-CKL-CNT
                   OR Wtrouve = 1
                   ADD 1 TO WS-CKL-IDX
                   IF WS-CKL-NUMCK(WS-CKL-IDX) = WS-HHD-NUMCK THEN
                       MOVE 1 TO Wtrouve
                   END-IF
               END-PERFORM
               IF Wtrouve = 0 THEN
                   MOVE "ITEM NOT ON THIS ROOM'S LIST" TO
                       WS-HHD-REASON
               ELSE
                   PERFORM HANDHELD_COUNT_TICKS
                   IF WS-HHD-TICKED = 1 THEN
                       MOVE "ITEM ALREADY TICKED" TO WS-HHD-REASON
                   ELSE
                       PERFORM GET_LASTID_CHECKDONE
                       MOVE fm_numM TO fcd_numM
                       MOVE WS-HHD-NUMCK TO fcd_numCk
                       MOVE WS-CKL-ITEM(WS-CKL-IDX) TO fcd_item
                       MOVE 1 TO fcd_done
                       OPEN I-O fckdone
                           WRITE tamp_fckdone
                               INVALID KEY
                                   MOVE "TICK NOT RECORDED" TO
                                       WS-HHD-REASON
                           END-WRITE
                       CLOSE fckdone
                   END-IF
               END-IF
           END-IF.

      * WALKS THE MISSION'S fckdone LINES (fm_numM) - WS-HHD-TICKS
      * COUNTS THEM AND WS-HHD-TICKED SAYS WHETHER ITEM
      * WS-HHD-NUMCK IS AMONG THEM.
       HANDHELD_COUNT_TICKS.
           MOVE 0 TO WS-HHD-TICKS
           MOVE 0 TO WS-HHD-TICKED
           OPEN INPUT fckdone
               MOVE fm_numM TO fcd_numM
               START fckdone KEY IS EQUAL fcd_numM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-HHD-DONE-EOF
                       PERFORM WITH TEST AFTER UNTIL
                           WS-HHD-DONE-EOF = 1
                           READ fckdone NEXT
                               AT END
                                   MOVE 1 TO WS-HHD-DONE-EOF
                               NOT AT END
                                   IF fcd_numM NOT = fm_numM THEN
                                       MOVE 1 TO WS-HHD-DONE-EOF
                                   ELSE
                                       ADD 1 TO WS-HHD-TICKS
                                       IF fcd_numCk = WS-HHD-NUMCK
                                           THEN
                                           MOVE 1 TO WS-HHD-TICKED
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fckdone.

      * tamp_fmis HOLDS THE MISSION - CLOSES IT ONLY ONCE EVERY
      * CHECKLIST ITEM HAS BEEN TICKED, THEN RUNS THE SAME STOCK,
      * MINIBAR AND STANDBY STEPS AS CLOCK_OUT_MISSION (THE TICKS
      * THEMSELVES ARE ALREADY IN fckdone).
       HANDHELD_CLOCK_OUT.
           IF fm_reel_debut_year = 0 THEN
               MOVE "MISSION NOT CLOCKED IN YET" TO WS-HHD-REASON
           ELSE
               IF fm_reel_fin_year NOT = 0 THEN
                   MOVE "MISSION ALREADY CLOCKED OUT" TO
                       WS-HHD-REASON
               ELSE
                   IF WS-HHD-STAMP < fm_reel_debut THEN
                       MOVE "CLOCK-OUT BEFORE CLOCK-IN" TO
                           WS-HHD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               PERFORM LOAD_CLEANING_CHECKLIST
               MOVE 0 TO WS-HHD-NUMCK
               PERFORM HANDHELD_COUNT_TICKS
               IF WS-HHD-TICKS < WS-CKL-CNT THEN
                   MOVE "CHECKLIST NOT COMPLETE" TO WS-HHD-REASON
               END-IF
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               OPEN I-O fmis
                   READ fmis
                       INVALID KEY
                           MOVE "MISSION DOESN'T EXIST" TO
                               WS-HHD-REASON
                       NOT INVALID KEY
                           MOVE WS-HHD-STAMP TO fm_reel_fin
                           IF WS-PRP-MISSION = 0 THEN
                               PERFORM CONSUME_STOCK_FOR_MISSION
                           END-IF
                           REWRITE tamp_fmis
                           MOVE "fmis" TO WS-AUDIT-FILE
                           MOVE fm_numM TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           MOVE fm_numCh TO WS-BMS-ROOM
                           PERFORM MINIBAR_RESTOCK_WORKSHEET
                           IF WS-PRP-MISSION = 1 THEN
                               PERFORM PREP_MARK_DONE
                           END-IF
                   END-READ
               CLOSE fmis
               IF WS-HHD-REASON = SPACES THEN
                   PERFORM BMS_SYNC_ROOM
                   PERFORM OFFER_STANDBY_POP
               END-IF
           END-IF.

      * tamp_fmis HOLDS THE MISSION - LOGS A FOUND ITEM AGAINST ITS
      * ROOM, AS ADD_LOST_ITEM DOES, WHILE THE MISSION IS RUNNING.
      * NO PLACE GIVEN MEANS IT WENT TO THE HOUSEKEEPING OFFICE.
       HANDHELD_FOUND_ITEM.
           IF fm_reel_debut_year = 0 THEN
               MOVE "FOUND ITEM BEFORE CLOCK-IN" TO WS-HHD-REASON
           ELSE
               IF FUNCTION TRIM(WS-HHD-DETAIL) = SPACES THEN
                   MOVE "ITEM DESCRIPTION IS REQUIRED" TO
                       WS-HHD-REASON
               END-IF
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               PERFORM GET_LASTID_LOSTFOUND
               MOVE fm_numCh TO flf_numCh
               MOVE fm_numM TO flf_numM
               MOVE WS-HHD-DATE TO flf_date_found
               MOVE WS-HHD-DETAIL TO flf_item
               IF WS-HHD-PLACE = SPACES THEN
                   MOVE "HOUSEKEEPING OFFICE" TO flf_location
               ELSE
                   MOVE WS-HHD-PLACE TO flf_location
               END-IF
               MOVE 0 TO flf_status
               MOVE fm_numP TO flf_numP
               OPEN I-O flost
                   WRITE tamp_flost
                       INVALID KEY
                           MOVE "FOUND ITEM NOT RECORDED" TO
                               WS-HHD-REASON
                       NOT INVALID KEY
                           MOVE "flost" TO WS-AUDIT-FILE
                           MOVE flf_numLf TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE flost
           END-IF.

      * A ROOM SEEN ON ROUNDS, LOGGED FROM THE HANDHELD INSTEAD OF
      * THE ROUNDS SHEET - detail IS THE ROOM, place IS O (OCCUPIED),
      * V (VACANT) OR U (VACANT BUT USED).
       HANDHELD_SIGHTING.
           COMPUTE fr_numCh = FUNCTION NUMVAL(WS-HHD-DETAIL)
           PERFORM ROOM_EXIST
           IF Wtrouve = 0 THEN
               MOVE "ROOM DOESN'T EXIST" TO WS-HHD-REASON
           ELSE
               MOVE fr_numCh TO fsr_numCh
               EVALUATE WS-HHD-PLACE
                   WHEN "O"
                       MOVE 0 TO fsr_state
                   WHEN "V"
                       MOVE 1 TO fsr_state
                   WHEN "U"
                       MOVE 2 TO fsr_state
                   WHEN OTHER
                       MOVE "SEEN MUST BE O, V OR U" TO WS-HHD-REASON
               END-EVALUATE
           END-IF
           IF WS-HHD-REASON = SPACES THEN
               COMPUTE fsr_numP = FUNCTION NUMVAL(WS-HHD-STAFF)
               MOVE WS-HHD-DATE TO fsr_date
               MOVE WS-HHD-HOURS TO fsr_hours
               MOVE WS-HHD-MINUTE TO fsr_minute
               MOVE SPACES TO ERROR-MESSAGE
               PERFORM WRITE_ROOM_SIGHTING
               IF ERROR-MESSAGE NOT = SPACES THEN
                   MOVE "SIGHTING NOT RECORDED" TO WS-HHD-REASON
               END-IF
           END-IF.

      * REWRITES THE MISSION LIST FOR THE HANDHELDS - EVERY MISSION
      * NOT YET CLOCKED OUT AND NOT WAITING ON A REASSIGNMENT, IN
      * STAFF ORDER (fm_numP KEY), EACH WITH ITS ROOM, ZONE,
      * DEADLINE AND CHECKLIST ITEMS MARKED TICKED OR NOT.
       HANDHELD_EXPORT_MISSIONS.
           MOVE 0 TO WS-HHD-MISSIONS
           OPEN OUTPUT fhhout
           OPEN INPUT fmis
               MOVE 0 TO fm_numP
               START fmis KEY IS NOT < fm_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-HHD-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-HHD-EOF = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO WS-HHD-EOF
                               NOT AT END
                                   IF fm_reel_fin_year = 0 AND
                                       fm_needs_reassign = 0 THEN
                                       PERFORM HANDHELD_EXPORT_ONE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis
           CLOSE fhhout
           DISPLAY "HANDHELD - MISSIONS SENT " WS-HHD-MISSIONS.

      * tamp_fmis HOLDS ONE OPEN MISSION - ITS HEADER LINE, THEN ONE
      * LINE PER CHECKLIST ITEM.
       HANDHELD_EXPORT_ONE.
           ADD 1 TO WS-HHD-MISSIONS
           MOVE 0 TO fc_zone
           OPEN INPUT fch
               MOVE fm_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       MOVE 0 TO fc_zone
               END-READ
           CLOSE fch
           MOVE 0 TO WS-HHD-STARTED
           IF fm_reel_debut_year NOT = 0 THEN
               MOVE 1 TO WS-HHD-STARTED
           END-IF
           MOVE SPACES TO tamp_fhhout
           STRING "M," fm_numP "," fm_numM "," fm_numCh "," fc_zone
               "," fm_fin "," WS-HHD-STARTED
               DELIMITED BY SIZE INTO tamp_fhhout
           WRITE tamp_fhhout
           PERFORM LOAD_CLEANING_CHECKLIST
           MOVE 0 TO WS-CKL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-CKL-IDX = WS-CKL-CNT
               ADD 1 TO WS-CKL-IDX
               MOVE WS-CKL-NUMCK(WS-CKL-IDX) TO WS-HHD-NUMCK
               PERFORM HANDHELD_COUNT_TICKS
               MOVE SPACES TO tamp_fhhout
               STRING "C," fm_numM "," WS-HHD-NUMCK ","
                   WS-HHD-TICKED "," FUNCTION TRIM(WS-CKL-ITEM
                   (WS-CKL-IDX))
                   DELIMITED BY SIZE INTO tamp_fhhout
               WRITE tamp_fhhout
           END-PERFORM.

      * THE UNREPORTED-OCCUPANCY CHECK - EVERY ROUNDS SIGHTING NOT
      * YET COMPARED IS PUT AGAINST WHAT fresa SAYS FOR THAT ROOM AT
      * THAT MINUTE (DETERMINE_OCCUPANCY_AT). SEEN OCCUPIED WITH NO
      * STAY, A LIVE STAY SEEN VACANT (NO-SHOW OR EARLY DEPARTURE
      * NOT BOOKED THROUGH) AND A VACANT ROOM USED WITH NO STAY
      * SINCE ITS LAST CLEANING MISSION ARE PRINTED WITH THE
      * RECEPTIONIST WHOSE fshift COVERED THE TIME. EACH SIGHTING IS
      * COMPARED ONCE.
       SIGHTING_DISCREPANCY_REPORT.
           MOVE 0 TO WS-SGT-CHECKED
           MOVE 0 TO WS-SGT-FLAGGED
           MOVE "SGT" TO WS-RPT-CODE
           MOVE "UNREPORTED OCCUPANCY CHECK" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE "ROOM DATE     TIME  SEEN         EXCEPTION" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN I-O fsight
               MOVE 0 TO WS-SGT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SGT-EOF = 1
                   READ fsight NEXT
                       AT END
                           MOVE 1 TO WS-SGT-EOF
                       NOT AT END
                           IF fsr_checked = 0 THEN
                               PERFORM SIGHTING_CHECK_ONE
                               MOVE 1 TO fsr_checked
                               REWRITE tamp_fsight
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fsight
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SGT-CHECKED " SIGHTINGS COMPARED - "
               WS-SGT-FLAGGED " EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fsight HOLDS ONE UNCOMPARED SIGHTING - FINDS ITS
      * EXCEPTION (IF ANY) AND PRINTS IT.
       SIGHTING_CHECK_ONE.
           ADD 1 TO WS-SGT-CHECKED
           MOVE SPACES TO WS-SGT-EXCEPTION
           MOVE 0 TO WS-SGT-RESA
           MOVE fsr_numCh TO fr_numCh
           PERFORM ROOM_EXIST
           IF Wtrouve = 1 THEN
               MOVE fsr_date TO WS-NOW-DATE
               MOVE fsr_time TO WS-NOW-TIME
               PERFORM DETERMINE_OCCUPANCY_AT
               EVALUATE fsr_state
                   WHEN 0
                       IF WS-OCC-STATUS = "FREE" THEN
                           MOVE "OCCUPIED WITH NO STAY" TO
                               WS-SGT-EXCEPTION
                       END-IF
                   WHEN 1
                       IF WS-OCC-STATUS = "OCCUPIED" THEN
                           MOVE fr_numResa TO WS-SGT-RESA
                           IF fr_status = 0 THEN
                               MOVE "STAY BUT VACANT - NO-SHOW?" TO
                                   WS-SGT-EXCEPTION
                           END-IF
                           IF fr_status = 1 THEN
                               MOVE "STAY BUT VACANT - LEFT EARLY?"
                                   TO WS-SGT-EXCEPTION
                           END-IF
                       END-IF
                   WHEN 2
                       IF WS-OCC-STATUS NOT = "OCCUPIED" THEN
                           PERFORM SIGHTING_USED_SINCE_CLEAN
                           IF WS-SGT-USED = 0 THEN
                               MOVE "USED SINCE LAST MISSION" TO
                                   WS-SGT-EXCEPTION
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-SGT-EXCEPTION NOT = SPACES THEN
               ADD 1 TO WS-SGT-FLAGGED
               PERFORM SIGHTING_SHIFT_CLERK
               MOVE SPACES TO WS-RPT-LINE
               STRING fsr_numCh " " fsr_date " " fsr_hours ":"
                   fsr_minute " " WS-SGT-STATE-NAME(fsr_state + 1)
                   " " WS-SGT-EXCEPTION
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "     RESA " WS-SGT-RESA " CLEANER " fsr_numP
                   " DESK " WS-SGT-CLERK
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * THE ROOM IN tamp_fsight WAS SEEN USED WHILE NOTHING COVERS
      * IT - WS-SGT-USED = 1 WHEN SOME STAY (NOT A NO-SHOW) RAN
      * BETWEEN ITS LAST CLOSED CLEANING MISSION AND THE SIGHTING,
      * WHICH EXPLAINS THE MESS.
       SIGHTING_USED_SINCE_CLEAN.
           MOVE 0 TO WS-SGT-USED
           MOVE 0 TO WS-SGT-LAST-CLEAN-DATE
           MOVE 0 TO WS-SGT-LAST-CLEAN-HOURS
           MOVE 0 TO WS-SGT-LAST-CLEAN-MINUTE
           OPEN INPUT fmis
               MOVE fsr_numCh TO fm_numCh
               START fmis KEY IS EQUAL fm_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SGT-SUB-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-SGT-SUB-EOF = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO WS-SGT-SUB-EOF
                               NOT AT END
                                   IF fm_numCh NOT = fsr_numCh THEN
                                       MOVE 1 TO WS-SGT-SUB-EOF
                                   ELSE
                                       IF fm_reel_fin_year NOT = 0
                                           AND fm_reel_fin <=
                                           WS-NOW-DATETIME AND
                                           fm_reel_fin >
                                           WS-SGT-LAST-CLEAN THEN
                                           MOVE fm_reel_fin TO
                                               WS-SGT-LAST-CLEAN
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis
           OPEN INPUT fresa
               MOVE fsr_numCh TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SGT-SUB-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-SGT-SUB-EOF = 1
                           OR WS-SGT-USED = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO WS-SGT-SUB-EOF
                               NOT AT END
                                   IF fr_numCh NOT = fsr_numCh THEN
                                       MOVE 1 TO WS-SGT-SUB-EOF
                                   ELSE
                                       IF fr_status NOT = 3 AND
                                           fr_date_debut <=
                                           WS-NOW-DATETIME AND
                                           fr_date_fin >
                                           WS-SGT-LAST-CLEAN THEN
                                           MOVE 1 TO WS-SGT-USED
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa.

      * tamp_fsight HOLDS THE SIGHTING - WS-SGT-CLERK GETS THE
      * RECEPTIONIST WHOSE SHIFT WAS OPEN AT THAT MINUTE.
       SIGHTING_SHIFT_CLERK.
           MOVE "NO SHIFT OPEN" TO WS-SGT-CLERK
           COMPUTE WS-SGT-AT = fsr_hours * 100 + fsr_minute
           MOVE 0 TO fp_numP
           OPEN INPUT fshift
               MOVE 0 TO WS-SGT-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SGT-SUB-EOF = 1
                   READ fshift NEXT
                       AT END
                           MOVE 1 TO WS-SGT-SUB-EOF
                       NOT AT END
                           COMPUTE WS-SGT-OPEN =
                               fs_open_hours * 100 + fs_open_minute
                           COMPUTE WS-SGT-CLOSE =
                               fs_close_hours * 100 + fs_close_minute
                           IF fs_date = fsr_date AND
                               WS-SGT-OPEN <= WS-SGT-AT THEN
                               IF fs_status = 0 OR
                                   WS-SGT-CLOSE >= WS-SGT-AT THEN
                                   MOVE fs_numP TO fp_numP
                                   MOVE 1 TO WS-SGT-SUB-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fshift
           IF fp_numP NOT = 0 THEN
               OPEN INPUT fpers
                   READ fpers
                       INVALID KEY
                           MOVE SPACES TO fp_nom
                   END-READ
               CLOSE fpers
               MOVE SPACES TO WS-SGT-CLERK
               STRING fp_numP " " FUNCTION TRIM(fp_nom)
                   DELIMITED BY SIZE INTO WS-SGT-CLERK
           END-IF.

      * CLOSES THE LOOP ON SEND_RESA_REMINDERS: THE GATEWAY WRITES
      * ONE DELIVERED/FAILED LINE PER MESSAGE INTO
      * files/notification_status.csv AND THIS STEP MATCHES EACH
      * FAILURE BACK TO ITS RESERVATION - UP TO WS-REMIND-MAX-TRIES
      * THE fr_reminder_sent FLAG IS RESET (WITH THE TRY COUNTED IN
      * fr_remind_tries) SO THE NEXT REMINDER RUN ACTUALLY RETRIES;
      * PAST THE LIMIT THE CLIENT LANDS ON THE PHONE-THEM LIST. THE
      * RETURN FILE IS CONSUMED AFTERWARDS.
       PROCESS_NOTIF_RETURNS.
           MOVE 0 TO WS-NST-REQUEUED
           MOVE 0 TO WS-NST-DEAD
           OPEN INPUT fnotifst
           IF cr_fnotifst NOT = "00" THEN
               CLOSE fnotifst
           ELSE
               OPEN I-O fresa
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ fnotifst
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               PERFORM PROCESS_ONE_NOTIF_RETURN
                       END-READ
                   END-PERFORM
               CLOSE fresa
               CLOSE fnotifst
               OPEN OUTPUT fnotifst
               CLOSE fnotifst
               DISPLAY "NOTIFICATION RETURNS - REQUEUED "
                   WS-NST-REQUEUED " GIVEN UP " WS-NST-DEAD
           END-IF.

      * tamp_fnotifst HOLDS ONE GATEWAY RETURN LINE - FAILURES GO
      * BACK ON THE QUEUE OR ONTO THE PHONE LIST. A D<delivery> LINE
      * IS A SUBSCRIPTION TEXT, NOT A RESERVATION REMINDER.
       PROCESS_ONE_NOTIF_RETURN.
           MOVE SPACES TO WS-NST-FIELDS
           UNSTRING tamp_fnotifst DELIMITED BY ","
               INTO WS-NST-RESA WS-NST-STATUS WS-NST-REASON
           IF WS-NST-RESA(1:1) = "D" THEN
               MOVE SPACES TO WS-SUB-RET-FIELDS
               MOVE WS-NST-RESA(2:7) TO WS-SUB-R-KEY
               MOVE WS-NST-STATUS TO WS-SUB-R-STATUS
               MOVE WS-NST-REASON TO WS-SUB-R-REASON
               PERFORM APPLY_DELIVERY_RETURN
           ELSE
           IF WS-NST-STATUS(1:6) = "FAILED" THEN
               COMPUTE fr_numResa = FUNCTION NUMVAL(WS-NST-RESA)
               READ fresa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fr_remind_tries < WS-REMIND-MAX-TRIES
                           THEN
                           ADD 1 TO fr_remind_tries
                           MOVE 0 TO fr_reminder_sent
                           REWRITE tamp_fresa
                           MOVE "fresa" TO WS-AUDIT-FILE
                           MOVE fr_numResa TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           ADD 1 TO WS-NST-REQUEUED
                       ELSE
                           ADD 1 TO WS-NST-DEAD
                           DISPLAY "PHONE THE CLIENT: RESA "
                               fr_numResa " CLIENT " fr_numCl
                               " - GATEWAY SAYS "
                               FUNCTION TRIM(WS-NST-REASON)
                       END-IF
               END-READ
           END-IF
           END-IF.

      * COUNTS THE SPOOL INDEX LINES ALREADY THERE WHEN THE BATCH
      * RUN STARTS - QUEUE_REPORT_DELIVERIES ONLY SENDS WHAT THE RUN
      * ITSELF SPOOLS, NEVER WHAT A CLERK PRINTED DURING THE DAY.
       MARK_SPOOL_INDEX.
           MOVE 0 TO WS-SUB-PIX-MARK
           OPEN INPUT fspix
           IF cr_fspix = "00" THEN
               MOVE 0 TO WS-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                   READ fspix
                       AT END
                           MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           ADD 1 TO WS-SUB-PIX-MARK
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fspix.

      * RUN BY BATCH-MAIN AFTER EVERY STEP - EACH SPOOL FILE THE STEP
      * WROTE (THE fspix LINES PAST WS-SUB-PIX-MARK) IS QUEUED TO
      * EVERY ACTIVE SUBSCRIPTION FOR ITS REPORT CODE: EMAIL WITH THE
      * FILE ATTACHED, OR A "REPORT READY" SMS. A TRAINING SANDBOX
      * SENDS NOTHING.
       QUEUE_REPORT_DELIVERIES.
           IF WS-TRAINING = 1 THEN
               CONTINUE
           ELSE
               MOVE 0 TO WS-SUB-QUEUED
               MOVE 0 TO WS-SUB-PIX-LINE
               OPEN INPUT fspix
               IF cr_fspix = "00" THEN
                   MOVE 0 TO WS-SUB-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                       READ fspix
                           AT END
                               MOVE 1 TO WS-SUB-EOF
                           NOT AT END
                               ADD 1 TO WS-SUB-PIX-LINE
                               IF WS-SUB-PIX-LINE > WS-SUB-PIX-MARK
                                   THEN
                                   PERFORM QUEUE_ONE_SPOOL
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fspix
               MOVE WS-SUB-PIX-LINE TO WS-SUB-PIX-MARK
               IF WS-SUB-QUEUED > 0 THEN
                   DISPLAY "  REPORT DELIVERIES QUEUED: "
                       WS-SUB-QUEUED
               END-IF
           END-IF.

      * tamp_fspix HOLDS ONE NEW SPOOL INDEX LINE (date,code,file).
       QUEUE_ONE_SPOOL.
           MOVE SPACES TO WS-SUB-PIX-FIELDS
           UNSTRING tamp_fspix DELIMITED BY ","
               INTO WS-SUB-P-DATE WS-SUB-P-CODE WS-SUB-P-FILE
           MOVE WS-SUB-P-CODE TO WS-SUB-CODE
           MOVE WS-SUB-P-FILE TO WS-SUB-SPOOL
           MOVE SPACES TO WS-SUB-TEXT
           STRING "CUPIDON REPORT " FUNCTION TRIM(WS-SUB-P-CODE)
               " OF " WS-SUB-P-DATE " IS READY"
               DELIMITED BY SIZE INTO WS-SUB-TEXT
           PERFORM QUEUE_TO_SUBSCRIBERS.

      * WS-SUB-CODE, WS-SUB-TEXT AND WS-SUB-SPOOL (SPACES FOR A PLAIN
      * MESSAGE) MUST BE SET - ONE DELIVERY PER ACTIVE SUBSCRIPTION
      * TO THAT CODE.
       QUEUE_TO_SUBSCRIBERS.
           OPEN I-O fdeliv
           OPEN INPUT fsubscr
               MOVE WS-SUB-CODE TO fsu_code
               START fsubscr KEY IS EQUAL fsu_code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-SUB-STOP
                       PERFORM WITH TEST AFTER UNTIL WS-SUB-STOP = 1
                           READ fsubscr NEXT
                               AT END
                                   MOVE 1 TO WS-SUB-STOP
                               NOT AT END
                                   IF fsu_code NOT = WS-SUB-CODE THEN
                                       MOVE 1 TO WS-SUB-STOP
                                   ELSE
                                       IF fsu_active = 1 THEN
                                           PERFORM QUEUE_ONE_DELIVERY
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fsubscr
           CLOSE fdeliv.

      * fsu_* HOLDS THE SUBSCRIPTION AND fdeliv IS OPEN I-O - RECORDS
      * THE DELIVERY AND HANDS IT TO THE GATEWAY.
       QUEUE_ONE_DELIVERY.
           PERFORM GET_LASTID_DELIVERY
           MOVE fsu_numSu TO fdv_numSu
           MOVE WS-SUB-CODE TO fdv_code
           MOVE fsu_role TO fdv_role
           MOVE fsu_channel TO fdv_channel
           MOVE fsu_dest TO fdv_dest
           MOVE WS-SUB-SPOOL TO fdv_spool
           MOVE WS-SUB-TEXT TO fdv_text
           MOVE 0 TO fdv_status
           MOVE 1 TO fdv_tries
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO fdv_queued_date
           MOVE WS-CURRENT-TIME(1:4) TO fdv_queued_time
           MOVE SPACES TO fdv_reason
           WRITE tamp_fdeliv
               INVALID KEY
                   DISPLAY "DELIVERY NOT RECORDED " fdv_numDv
               NOT INVALID KEY
                   PERFORM SEND_DELIVERY
                   ADD 1 TO WS-SUB-QUEUED
           END-WRITE.

      * fdv_* HOLDS THE DELIVERY - ONE LINE ON THE GATEWAY'S EMAIL
      * QUEUE, OR ON THE SMS QUEUE WITH D<delivery> WHERE THE
      * RESERVATION NUMBER GOES SO THE RETURN LINE COMES BACK TO
      * APPLY_DELIVERY_RETURN.
       SEND_DELIVERY.
           PERFORM DELIVERY_ROLE_NAME
           IF fdv_channel = "S" THEN
               OPEN EXTEND fnotif
                   MOVE SPACES TO tamp_fnotif
                   STRING "D" fdv_numDv ","
                       FUNCTION TRIM(fdv_dest) ","
                       FUNCTION TRIM(WS-SUB-ROLE-NAME) ",,"
                       WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                       WS-CURRENT-DAY ","
                       FUNCTION TRIM(fdv_text) ","
                       FUNCTION TRIM(fdv_code)
                       DELIMITED BY SIZE INTO tamp_fnotif
                   WRITE tamp_fnotif
               CLOSE fnotif
           ELSE
               OPEN EXTEND fmailq
               IF cr_fmailq NOT = "00" THEN
                   OPEN OUTPUT fmailq
               END-IF
                   MOVE SPACES TO tamp_fmailq
                   STRING fdv_numDv ","
                       FUNCTION TRIM(fdv_dest) ","
                       FUNCTION TRIM(WS-SUB-ROLE-NAME) ","
                       FUNCTION TRIM(fdv_text) ","
                       FUNCTION TRIM(fdv_spool)
                       DELIMITED BY SIZE INTO tamp_fmailq
                   WRITE tamp_fmailq
               CLOSE fmailq
           END-IF.

      * fdv_role HOLDS THE RECIPIENT'S ROLE - LEAVES ITS NAME IN
      * WS-SUB-ROLE-NAME.
       DELIVERY_ROLE_NAME.
           EVALUATE fdv_role
               WHEN 1
                   MOVE "OWNER" TO WS-SUB-ROLE-NAME
               WHEN 2
                   MOVE "ACCOUNTANT" TO WS-SUB-ROLE-NAME
               WHEN 3
                   MOVE "HOUSEKEEPING SUPERVISOR" TO WS-SUB-ROLE-NAME
               WHEN OTHER
                   MOVE "RECIPIENT" TO WS-SUB-ROLE-NAME
           END-EVALUATE.

      * CLOSES THE LOOP ON THE EMAIL SIDE THE WAY
      * PROCESS_NOTIF_RETURNS DOES FOR SMS: THE GATEWAY WRITES ONE
      * DELIVERED/FAILED LINE PER MESSAGE INTO files/mail_status.csv,
      * EACH IS MATCHED BACK TO ITS DELIVERY (SEE
      * APPLY_DELIVERY_RETURN) AND THE FILE IS CONSUMED. RUN ON
      * EVERY BATCH INVOCATION.
       PROCESS_DELIVERY_RETURNS.
           MOVE 0 TO WS-SUB-DONE
           MOVE 0 TO WS-SUB-RETRY
           MOVE 0 TO WS-SUB-DEAD
           OPEN INPUT fmailst
           IF cr_fmailst NOT = "00" THEN
               CLOSE fmailst
           ELSE
               MOVE 0 TO WS-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                   READ fmailst
                       AT END
                           MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SUB-RET-FIELDS
                           UNSTRING tamp_fmailst DELIMITED BY ","
                               INTO WS-SUB-R-KEY WS-SUB-R-STATUS
                                   WS-SUB-R-REASON
                           PERFORM APPLY_DELIVERY_RETURN
                   END-READ
               END-PERFORM
               CLOSE fmailst
               OPEN OUTPUT fmailst
               CLOSE fmailst
               DISPLAY "REPORT DELIVERIES - DELIVERED " WS-SUB-DONE
                   " RETRIED " WS-SUB-RETRY " GIVEN UP " WS-SUB-DEAD
           END-IF.

      * WS-SUB-RET-FIELDS HOLD ONE RETURN LINE (FROM EITHER SIDE OF
      * THE GATEWAY) - A DELIVERED MESSAGE IS CLOSED, A FAILED ONE IS
      * SENT AGAIN UNTIL THE fparam "DLTR" TRY COUNT (DEFAULT 3), THEN
      * GIVEN UP AND THE "DLVALERT" SUBSCRIBERS ARE TOLD.
       APPLY_DELIVERY_RETURN.
           MOVE "DLTR" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-SUB-MAX
           IF WS-SUB-MAX = 0 THEN
               MOVE 3 TO WS-SUB-MAX
           END-IF
           MOVE FUNCTION NUMVAL(WS-SUB-R-KEY) TO WS-SUB-KEY
           MOVE SPACES TO WS-SUB-TEXT
           OPEN I-O fdeliv
               MOVE WS-SUB-KEY TO fdv_numDv
               READ fdeliv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fdv_status = 0 THEN
                           PERFORM APPLY_ONE_DELIVERY_RETURN
                       END-IF
               END-READ
           CLOSE fdeliv
           IF WS-SUB-TEXT NOT = SPACES THEN
               MOVE "DLVALERT" TO WS-SUB-CODE
               MOVE SPACES TO WS-SUB-SPOOL
               PERFORM QUEUE_TO_SUBSCRIBERS
           END-IF.

      * fdv_* HOLDS THE QUEUED DELIVERY THE RETURN LINE IS ABOUT.
       APPLY_ONE_DELIVERY_RETURN.
           IF WS-SUB-R-STATUS(1:9) = "DELIVERED" THEN
               MOVE 1 TO fdv_status
               REWRITE tamp_fdeliv
               ADD 1 TO WS-SUB-DONE
           ELSE
               IF WS-SUB-R-STATUS(1:6) = "FAILED" THEN
                   MOVE WS-SUB-R-REASON TO fdv_reason
                   IF fdv_tries < WS-SUB-MAX THEN
                       ADD 1 TO fdv_tries
                       ACCEPT WS-CURRENT-TIME FROM TIME
                       MOVE WS-CURRENT-DATE TO fdv_queued_date
                       MOVE WS-CURRENT-TIME(1:4) TO fdv_queued_time
                       REWRITE tamp_fdeliv
                       PERFORM SEND_DELIVERY
                       ADD 1 TO WS-SUB-RETRY
                   ELSE
                       MOVE 2 TO fdv_status
                       REWRITE tamp_fdeliv
                       ADD 1 TO WS-SUB-DEAD
                       DISPLAY "REPORT DELIVERY GIVEN UP: " fdv_numDv
                           " " fdv_code " TO "
                           FUNCTION TRIM(fdv_dest) " - "
                           FUNCTION TRIM(fdv_reason)
      *    AN ALERT THAT CANNOT BE DELIVERED IS NOT ALERTED ABOUT
                       IF fdv_code NOT = "DLVALERT" THEN
                           STRING "CUPIDON: " FUNCTION TRIM(fdv_code)
                               " COULD NOT BE DELIVERED TO "
                               FUNCTION TRIM(fdv_dest)
                               DELIMITED BY SIZE INTO WS-SUB-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * MORNING FLASH FOR THE OWNER'S PHONE - ONE SHORT LINE BUILT
      * FROM THIS HOUSE'S LATEST DAY SUMMARY (files/site_summary.csv,
      * SEE EXPORT_SITE_SUMMARY), TODAY'S ARRIVALS AND DEPARTURES AND
      * THE REPORT DELIVERIES GIVEN UP SINCE YESTERDAY, QUEUED TO
      * EVERY ACTIVE "OWNFLASH" SUBSCRIPTION. RUN BY BATCH-MAIN
      * EVERY MORNING.
       MORNING_FLASH.
           MOVE SPACES TO WS-SUB-SUMLINE
           OPEN INPUT fsitesum
           IF cr_fsitesum = "00" THEN
               MOVE 0 TO WS-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                   READ fsitesum
                       AT END
                           MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           MOVE SPACES TO WS-SIT-FIELDS
                           UNSTRING tamp_fsitesum DELIMITED BY ","
                               INTO WS-SIT-P-SITE WS-SIT-P-DATE
                                   WS-SIT-P-REV WS-SIT-P-OCC
                                   WS-SIT-P-ROOMS
                           IF WS-SIT-P-SITE = WS-SITE-NUM THEN
                               MOVE tamp_fsitesum TO WS-SUB-SUMLINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fsitesum
           MOVE 0 TO WS-SUB-ARR
           MOVE 0 TO WS-SUB-DEP
           OPEN INPUT fresa
               MOVE 0 TO WS-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           IF fr_status = 0 AND
                               fr_date_debut_date = WS-CURRENT-DATE
                               THEN
                               ADD 1 TO WS-SUB-ARR
                           END-IF
                           IF fr_status = 1 AND
                               fr_date_fin_date = WS-CURRENT-DATE THEN
                               ADD 1 TO WS-SUB-DEP
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           MOVE 0 TO WS-SUB-FAIL
           OPEN INPUT fdeliv
               MOVE 0 TO WS-SUB-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SUB-EOF = 1
                   READ fdeliv NEXT
                       AT END
                           MOVE 1 TO WS-SUB-EOF
                       NOT AT END
                           IF fdv_status = 2 AND
                               fdv_queued_date >= WS-WORK-DATE THEN
                               ADD 1 TO WS-SUB-FAIL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fdeliv
           MOVE WS-SUB-ARR TO WS-SUB-ARR-ED
           MOVE WS-SUB-DEP TO WS-SUB-DEP-ED
           MOVE WS-SUB-FAIL TO WS-SUB-FAIL-ED
           MOVE SPACES TO WS-SUB-TEXT
           IF WS-SUB-SUMLINE = SPACES THEN
               STRING "CUPIDON SITE " WS-SITE-NUM
                   " NO DAY SUMMARY YET - TODAY ARR "
                   FUNCTION TRIM(WS-SUB-ARR-ED) " DEP "
                   FUNCTION TRIM(WS-SUB-DEP-ED) " - FAILED SENDS "
                   FUNCTION TRIM(WS-SUB-FAIL-ED)
                   DELIMITED BY SIZE INTO WS-SUB-TEXT
           ELSE
               MOVE SPACES TO WS-SIT-FIELDS
               UNSTRING WS-SUB-SUMLINE DELIMITED BY ","
                   INTO WS-SIT-P-SITE WS-SIT-P-DATE WS-SIT-P-REV
                       WS-SIT-P-OCC WS-SIT-P-ROOMS
               COMPUTE WS-SUB-REV =
                   FUNCTION NUMVAL(WS-SIT-P-REV) / 100
               MOVE WS-SUB-REV TO WS-SUB-REV-ED
               STRING "CUPIDON SITE " WS-SITE-NUM " "
                   WS-SIT-P-DATE " REV "
                   FUNCTION TRIM(WS-SUB-REV-ED) " OCC "
                   FUNCTION TRIM(WS-SIT-P-OCC) "/"
                   FUNCTION TRIM(WS-SIT-P-ROOMS)
                   " - TODAY ARR " FUNCTION TRIM(WS-SUB-ARR-ED)
                   " DEP " FUNCTION TRIM(WS-SUB-DEP-ED)
                   " - FAILED SENDS " FUNCTION TRIM(WS-SUB-FAIL-ED)
                   DELIMITED BY SIZE INTO WS-SUB-TEXT
           END-IF
           DISPLAY FUNCTION TRIM(WS-SUB-TEXT)
           MOVE "OWNFLASH" TO WS-SUB-CODE
           MOVE SPACES TO WS-SUB-SPOOL
           MOVE 0 TO WS-SUB-QUEUED
           PERFORM QUEUE_TO_SUBSCRIBERS
           DISPLAY "MORNING FLASH QUEUED TO " WS-SUB-QUEUED
               " RECIPIENT(S)".

      * LOADS THE COMPETITOR RATE FILE (files/competitor_rates.csv,
      * competitor,YYYYMMDD,category,hourly,package) INTO fcomprt.
      * EACH CATEGORY IS TRANSLATED TO ONE OF OUR ROOM TYPES THROUGH
      * fcompmap, OR TAKEN AS IS WHEN IT ALREADY NAMES AN frtype
      * LABEL; A LATER PRICE FOR THE SAME DAY, TYPE AND COMPETITOR
      * REPLACES THE EARLIER ONE. LINES THAT CANNOT BE PLACED ARE
      * LISTED ON THE IMPORT REPORT. THE FILE IS TRUNCATED AFTER.
       COMPETITOR_RATE_IMPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE 0 TO WS-CMP-READ
           MOVE 0 TO WS-CMP-LOADED
           MOVE 0 TO WS-CMP-REJECTED
           MOVE "COMPIMP" TO WS-RPT-CODE
           MOVE "COMPETITOR RATE IMPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           OPEN INPUT fcompin
           IF cr_fcompin NOT = "00" THEN
               CLOSE fcompin
               MOVE "NO COMPETITOR RATE FILE RECEIVED" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE "LINES NOT LOADED:" TO WS-RPT-LINE
               PERFORM REPORT_LINE
               OPEN I-O fcomprt
               OPEN INPUT fcompmap
               OPEN INPUT frtype
               MOVE 0 TO WS-CMP-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CMP-EOF = 1
                   READ fcompin
                       AT END
                           MOVE 1 TO WS-CMP-EOF
                       NOT AT END
                           PERFORM CMP_IMPORT_ONE_LINE
                   END-READ
               END-PERFORM
               CLOSE frtype
               CLOSE fcompmap
               CLOSE fcomprt
               CLOSE fcompin
               OPEN OUTPUT fcompin
               CLOSE fcompin
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "LINES " WS-CMP-READ " LOADED " WS-CMP-LOADED
               " NOT LOADED " WS-CMP-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fcompin HOLDS ONE LINE - A HEADER (NO NUMERIC DATE) IS
      * PASSED OVER, ANYTHING ELSE IS LOADED OR LISTED WITH WHY NOT.
       CMP_IMPORT_ONE_LINE.
           MOVE SPACES TO WS-CMP-FIELDS
           UNSTRING tamp_fcompin DELIMITED BY ","
               INTO WS-CMP-P-COMP WS-CMP-P-DATE WS-CMP-P-CAT
                   WS-CMP-P-HOUR WS-CMP-P-PKG
           IF WS-CMP-P-DATE IS NUMERIC THEN
               ADD 1 TO WS-CMP-READ
               INSPECT WS-CMP-P-COMP CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-CMP-P-CAT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE SPACES TO WS-CMP-WHY
               MOVE SPACES TO WS-CMP-TYPE
               MOVE 0 TO WS-CMP-HOUR
               MOVE 0 TO WS-CMP-PKG
               IF WS-CMP-P-HOUR NOT = SPACES THEN
                   COMPUTE WS-CMP-HOUR =
                       FUNCTION NUMVAL(WS-CMP-P-HOUR)
               END-IF
               IF WS-CMP-P-PKG NOT = SPACES THEN
                   COMPUTE WS-CMP-PKG = FUNCTION NUMVAL(WS-CMP-P-PKG)
               END-IF
               IF WS-CMP-P-COMP = SPACES THEN
                   MOVE "NO COMPETITOR" TO WS-CMP-WHY
               ELSE
                   IF WS-CMP-HOUR = 0 AND WS-CMP-PKG = 0 THEN
                       MOVE "NO RATE" TO WS-CMP-WHY
                   ELSE
                       IF WS-CMP-HOUR > 999.99 THEN
                           MOVE "HOURLY RATE TOO HIGH" TO WS-CMP-WHY
                       ELSE
                           PERFORM CMP_MAP_CATEGORY
                           IF WS-CMP-TYPE = SPACES THEN
                               MOVE "UNMAPPED CATEGORY" TO
                                   WS-CMP-WHY
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-CMP-WHY = SPACES THEN
                   MOVE WS-CMP-P-DATE TO fcp_date
                   MOVE WS-CMP-TYPE TO fcp_typeCh
                   MOVE WS-CMP-P-COMP TO fcp_comp
                   MOVE WS-CMP-P-CAT TO fcp_cat
                   MOVE WS-CMP-HOUR TO fcp_hour_entier
                   COMPUTE fcp_hour_decimal =
                       (WS-CMP-HOUR - fcp_hour_entier) * 100
                   MOVE WS-CMP-PKG TO fcp_pkg_entier
                   COMPUTE fcp_pkg_decimal =
                       (WS-CMP-PKG - fcp_pkg_entier) * 100
                   MOVE WS-BUSINESS-DATE TO fcp_loaded
                   WRITE tamp_fcomprt
                       INVALID KEY
                           REWRITE tamp_fcomprt
                   END-WRITE
                   ADD 1 TO WS-CMP-LOADED
               ELSE
                   ADD 1 TO WS-CMP-REJECTED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-CMP-P-COMP " " WS-CMP-P-DATE " "
                       WS-CMP-P-CAT " " WS-CMP-WHY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-IF.

      * WS-CMP-P-COMP/WS-CMP-P-CAT HOLD THE COMPETITOR AND ITS
      * CATEGORY - LEAVES OUR ROOM TYPE IN WS-CMP-TYPE (SPACES WHEN
      * THERE IS NONE). fcompmap AND frtype MUST BE OPEN.
       CMP_MAP_CATEGORY.
           MOVE WS-CMP-P-COMP TO fcm_comp
           MOVE WS-CMP-P-CAT TO fcm_cat
           READ fcompmap
               INVALID KEY
                   MOVE WS-CMP-P-CAT TO frt_label
                   READ frtype
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE frt_label TO WS-CMP-TYPE
                   END-READ
               NOT INVALID KEY
                   MOVE fcm_typeCh TO WS-CMP-TYPE
           END-READ.

      * OUR PRICE AGAINST THE COMPETITION FOR THE NEXT fparam "CPDY"
      * DAYS (DEFAULT 14) FROM THE BUSINESS DATE: PER DAY AND ROOM
      * TYPE, OUR HOURLY RATE AS GET_ROOM_RATE_FOR_DATE WOULD QUOTE
      * IT AT MIDDAY FROM THE frtype STANDARD RATES (PRICING
      * CALENDAR AND THE YIELD BAND FOR THAT DAY'S OCCUPANCY
      * INCLUDED), THE HOUSE OCCUPANCY, EACH COMPETITOR'S PRICE AND
      * OUR POSITION AGAINST THEIR AVERAGE. A POSITION OF fparam
      * "CPTH" PERCENT (DEFAULT 10) OR MORE EITHER WAY IS FLAGGED,
      * AND THE DAYS WE STAND MOST OVER AND MOST UNDER THE MARKET
      * CLOSE THE REPORT.
       COMPETITOR_POSITION_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "CPDY" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CMP-DAYS
           IF WS-CMP-DAYS = 0 THEN
               MOVE 14 TO WS-CMP-DAYS
           END-IF
           MOVE "CPTH" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CMP-THRESH
           IF WS-CMP-THRESH = 0 THEN
               MOVE 10 TO WS-CMP-THRESH
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-CMP-FROM
           COMPUTE WS-CMP-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CMP-FROM) + WS-CMP-DAYS - 1)
           MOVE 0 TO WS-CMP-FLAGGED
           MOVE 0 TO WS-CMP-GROUPS
           MOVE 0 TO WS-CMP-HI-PCT
           MOVE 0 TO WS-CMP-HI-DATE
           MOVE SPACES TO WS-CMP-HI-TYPE
           MOVE 0 TO WS-CMP-LO-PCT
           MOVE 0 TO WS-CMP-LO-DATE
           MOVE SPACES TO WS-CMP-LO-TYPE
           MOVE 0 TO WS-CMP-N
           MOVE 0 TO WS-CMP-CUR-DATE
           MOVE SPACES TO WS-CMP-CUR-TYPE
           MOVE "COMPPOS" TO WS-RPT-CODE
           MOVE "COMPETITOR RATE POSITIONING" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "DAYS " WS-CMP-FROM " TO " WS-CMP-TO
               " - FLAGGED AT " WS-CMP-THRESH " PERCENT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fcomprt
               MOVE WS-CMP-FROM TO fcp_date
               MOVE SPACES TO fcp_typeCh
               MOVE SPACES TO fcp_comp
               START fcomprt KEY IS NOT < fcp_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CMP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-CMP-EOF = 1
                           READ fcomprt NEXT
                               AT END
                                   MOVE 1 TO WS-CMP-EOF
                               NOT AT END
                                   IF fcp_date > WS-CMP-TO THEN
                                       MOVE 1 TO WS-CMP-EOF
                                   ELSE
                                       PERFORM CMP_POSITION_ONE_RATE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fcomprt
           PERFORM CMP_CLOSE_GROUP
           MOVE 0 TO WS-YLD-ACTIVE
           IF WS-CMP-GROUPS = 0 THEN
               MOVE "NO COMPETITOR RATES ON FILE FOR THESE DAYS" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "DAY/TYPE PAIRS " WS-CMP-GROUPS " FLAGGED "
                   WS-CMP-FLAGGED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               IF WS-CMP-HI-DATE NOT = 0 THEN
                   MOVE WS-CMP-HI-PCT TO WS-CMP-PCT-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "MOST OVER THE MARKET:  " WS-CMP-HI-DATE " "
                       WS-CMP-HI-TYPE(1:20) " " WS-CMP-PCT-ED "%"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
               IF WS-CMP-LO-DATE NOT = 0 THEN
                   MOVE WS-CMP-LO-PCT TO WS-CMP-PCT-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "MOST UNDER THE MARKET: " WS-CMP-LO-DATE " "
                       WS-CMP-LO-TYPE(1:20) " " WS-CMP-PCT-ED "%"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-IF
           PERFORM END_REPORT.

      * tamp_fcomprt HOLDS ONE COMPETITOR PRICE INSIDE THE WINDOW - A
      * NEW DAY OR TYPE CLOSES THE GROUP BEFORE (ITS MARKET LINE) AND
      * PRICES OURS FOR THE NEW ONE, THEN THE COMPETITOR'S LINE.
       CMP_POSITION_ONE_RATE.
           IF fcp_date NOT = WS-CMP-CUR-DATE OR
               fcp_typeCh NOT = WS-CMP-CUR-TYPE THEN
               PERFORM CMP_CLOSE_GROUP
               IF fcp_date NOT = WS-CMP-CUR-DATE THEN
                   MOVE fcp_date TO WS-CMP-CUR-DATE
                   PERFORM CMP_DAY_OCCUPANCY
               END-IF
               MOVE fcp_typeCh TO WS-CMP-CUR-TYPE
               PERFORM CMP_OUR_RATE
               ADD 1 TO WS-CMP-GROUPS
               MOVE 0 TO WS-CMP-N
               MOVE 0 TO WS-CMP-SUM
               MOVE WS-CMP-OCC TO WS-CMP-OCC-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-CMP-OURS-OK = 1 THEN
                   MOVE WS-CMP-OURS TO WS-CMP-OURS-ED
                   STRING WS-CMP-CUR-DATE " " WS-CMP-CUR-TYPE(1:20)
                       " OURS " WS-CMP-OURS-ED " OCCUPANCY "
                       WS-CMP-OCC-ED "%"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING WS-CMP-CUR-DATE " " WS-CMP-CUR-TYPE(1:20)
                       " NOT ONE OF OUR ROOM TYPES"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               PERFORM REPORT_LINE
           END-IF
           COMPUTE WS-CMP-HOUR = fcp_hour_entier +
               (fcp_hour_decimal / 100)
           COMPUTE WS-CMP-PKG = fcp_pkg_entier +
               (fcp_pkg_decimal / 100)
           MOVE WS-CMP-HOUR TO WS-CMP-RATE-ED
           MOVE WS-CMP-PKG TO WS-CMP-PKG-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CMP-HOUR > 0 AND WS-CMP-OURS-OK = 1 THEN
               ADD 1 TO WS-CMP-N
               ADD WS-CMP-HOUR TO WS-CMP-SUM
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-CMP-OURS - WS-CMP-HOUR) * 100 / WS-CMP-HOUR
               MOVE WS-CMP-PCT TO WS-CMP-PCT-ED
               STRING "    " fcp_comp " HOURLY " WS-CMP-RATE-ED
                   " PACKAGE " WS-CMP-PKG-ED " US " WS-CMP-PCT-ED "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "    " fcp_comp " HOURLY " WS-CMP-RATE-ED
                   " PACKAGE " WS-CMP-PKG-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE.

      * ENDS THE DAY/TYPE GROUP JUST LISTED - OUR POSITION AGAINST
      * THE AVERAGE COMPETITOR HOURLY PRICE, FLAGGED PAST THE
      * THRESHOLD, AND KEEPS THE EXTREMES FOR THE CLOSING LINES.
       CMP_CLOSE_GROUP.
           IF WS-CMP-N > 0 THEN
               COMPUTE WS-CMP-AVG ROUNDED = WS-CMP-SUM / WS-CMP-N
               COMPUTE WS-CMP-PCT ROUNDED =
                   (WS-CMP-OURS - WS-CMP-AVG) * 100 / WS-CMP-AVG
               MOVE SPACES TO WS-CMP-FLAG
               IF WS-CMP-PCT >= WS-CMP-THRESH THEN
                   MOVE "** OVER MARKET" TO WS-CMP-FLAG
                   ADD 1 TO WS-CMP-FLAGGED
               END-IF
               IF WS-CMP-PCT <= 0 - WS-CMP-THRESH THEN
                   MOVE "** UNDER MKT" TO WS-CMP-FLAG
                   ADD 1 TO WS-CMP-FLAGGED
               END-IF
               IF WS-CMP-HI-DATE = 0 OR WS-CMP-PCT > WS-CMP-HI-PCT
                   THEN
                   MOVE WS-CMP-PCT TO WS-CMP-HI-PCT
                   MOVE WS-CMP-CUR-DATE TO WS-CMP-HI-DATE
                   MOVE WS-CMP-CUR-TYPE TO WS-CMP-HI-TYPE
               END-IF
               IF WS-CMP-LO-DATE = 0 OR WS-CMP-PCT < WS-CMP-LO-PCT
                   THEN
                   MOVE WS-CMP-PCT TO WS-CMP-LO-PCT
                   MOVE WS-CMP-CUR-DATE TO WS-CMP-LO-DATE
                   MOVE WS-CMP-CUR-TYPE TO WS-CMP-LO-TYPE
               END-IF
               MOVE WS-CMP-AVG TO WS-CMP-RATE-ED
               MOVE WS-CMP-PCT TO WS-CMP-PCT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    MARKET AVERAGE " WS-CMP-RATE-ED
                   " POSITION " WS-CMP-PCT-ED "% " WS-CMP-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE 0 TO WS-CMP-N
           END-IF.

      * WS-CMP-CUR-DATE HOLDS THE DAY - THE HOUSE OCCUPANCY OVER THE
      * WHOLE DAY IN WS-CMP-OCC, LEAVING THE YIELD BAND ARMED FOR
      * THE DAY'S RATES (CALC_SLOT_OCCUPANCY, AS A QUOTE WOULD).
       CMP_DAY_OCCUPANCY.
           MOVE 0 TO fr_numResa
           MOVE WS-CMP-CUR-DATE TO fr_date_debut_date
           MOVE 0 TO fr_date_debut_hours
           MOVE 0 TO fr_date_debut_minute
           COMPUTE WS-CMP-NEXT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CMP-CUR-DATE) + 1)
           MOVE WS-CMP-NEXT TO fr_date_fin_date
           MOVE 0 TO fr_date_fin_hours
           MOVE 0 TO fr_date_fin_minute
           MOVE tamp_fresa TO 1tamp_fresa
           OPEN INPUT fresa
               PERFORM CALC_SLOT_OCCUPANCY
           CLOSE fresa
           MOVE WS-YLD-PCT TO WS-CMP-OCC.

      * WS-CMP-CUR-TYPE/WS-CMP-CUR-DATE HOLD THE GROUP - OUR MIDDAY
      * HOURLY RATE FOR THAT TYPE AND DAY IN WS-CMP-OURS, PRICED FROM
      * THE frtype STANDARD RATES (WS-CMP-OURS-OK 0 WHEN THE TYPE IS
      * NOT OURS).
       CMP_OUR_RATE.
           MOVE 0 TO WS-CMP-OURS-OK
           MOVE 0 TO WS-CMP-OURS
           OPEN INPUT frtype
               MOVE WS-CMP-CUR-TYPE TO frt_label
               READ frtype
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE frt_label TO fc_typeCh
                       MOVE frt_prix_entier TO fc_prix_heure_entier
                       MOVE frt_prix_decimal TO fc_prix_heure_decimal
                       MOVE frt_we_entier TO
                           fc_prix_heure_weekend_entier
                       MOVE frt_we_decimal TO
                           fc_prix_heure_weekend_decimal
                       MOVE WS-CMP-CUR-DATE TO fr_date_debut_date
                       MOVE 12 TO fr_date_debut_hours
                       MOVE 0 TO fr_date_debut_minute
                       MOVE 0 TO WS-CRT-CO
                       MOVE SPACES TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       MOVE WS-REV-PRICE TO WS-CMP-OURS
                       MOVE 1 TO WS-CMP-OURS-OK
               END-READ
           CLOSE frtype.

      * LIFECYCLE JOB FOR THE EVER-GROWING FILES. ARCHIVE SIDE:
      * fresaarch RECORDS OLDER THAN THE CURRENT AND PREVIOUS YEAR
      * (ALL OCCUPANCY_TREND_REPORT EVER RESCANS) ARE ROLLED INTO
      * PER-YEAR files/archive_YYYY.dat COLD FILES AND DELETED FROM
      * THE LIVE ARCHIVE - DISPLAY_COLD_ARCHIVE STILL REACHES THEM
      * WHEN ASKED. THEIR fpay, fext, finv, fauth AND fkey LINES GO
      * WITH THEM INTO files/archive_<file>_YYYY.dat. CSV SIDE: THE
      * AUDIT TRAIL AND NOTIFICATION QUEUE ARE CLOSED OFF INTO DATED
      * MONTHLY FILES AND THE LIVE ONES TRUNCATED. RUN BY BATCH-MAIN
      * ON THE FIRST.
       ARCHIVE_LIFECYCLE.
           COMPUTE WS-COLD-KEEP-YEAR = WS-CURRENT-YEAR - 1
           MOVE 0 TO WS-COLD-MOVED
           INITIALIZE WS-ARC-MOVED-TAB
           INITIALIZE WS-ARC-COLD-TAB
           MOVE 0 TO WS-ARC-HELD
           PERFORM ARC_OPEN_ALL
           OPEN I-O fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_date_debut_year <
                               WS-COLD-KEEP-YEAR THEN
                               PERFORM ROLL_ONE_ARCH_RECORD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           PERFORM ARC_CLOSE_ALL
           DISPLAY "COLD-ARCHIVED STAYS: " WS-COLD-MOVED
           PERFORM VARYING WS-ARC-F FROM 1 BY 1 UNTIL WS-ARC-F > 5
               DISPLAY "  " WS-ARC-NAME(WS-ARC-F) " LINES "
                   WS-ARC-COLDN(WS-ARC-F)
           END-PERFORM
           DISPLAY "STAYS KEPT BACK ON A COUNT MISMATCH: " WS-ARC-HELD
           PERFORM ROLL_AUDIT_CSV
           PERFORM ROLL_NOTIF_CSV.

      * fra_* HOLDS THE OVER-AGE STAY - ITS CHILD LINES GO FIRST (ANY
      * STILL LIVE INTO THE ARCHIVE FILES, THEN ALL OF THEM COLD), THEN
      * ITS IMAGE IS APPENDED TO ITS YEAR'S COLD FILE AND IT IS
      * DROPPED FROM THE LIVE ARCHIVE. A STAY WHOSE LINES DO NOT PROVE
      * OUT STAYS IN fresaarch FOR THE NEXT RUN.
       ROLL_ONE_ARCH_RECORD.
           MOVE fra_numResa TO WS-ARC-RESA
           MOVE fra_date_debut_year TO WS-ARC-YEAR
           PERFORM ARC_MOVE_CHILDREN
           IF WS-ARC-FAIL = 0 THEN
               PERFORM ARC_ROLL_CHILDREN
           END-IF
           IF WS-ARC-FAIL = 1 THEN
               ADD 1 TO WS-ARC-HELD
           ELSE
               MOVE SPACES TO WS-COLD-NAME
               STRING "files/archive_" fra_date_debut_year ".dat"
                   DELIMITED BY SIZE INTO WS-COLD-NAME
               OPEN EXTEND fcold
                   MOVE SPACES TO tamp_fcold
                   MOVE tamp_fresaarch TO tamp_fcold
                   WRITE tamp_fcold
               CLOSE fcold
               DELETE fresaarch RECORD
               ADD 1 TO WS-COLD-MOVED
           END-IF.

      * CLOSES LAST MONTH'S AUDIT TRAIL INTO A DATED FILE AND
      * TRUNCATES THE LIVE ONE.
       ROLL_AUDIT_CSV.
           MOVE WS-CURRENT-YEAR TO WS-STMT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-STMT-MONTH
           SUBTRACT 1 FROM WS-STMT-MONTH
           IF WS-STMT-MONTH = 0 THEN
               MOVE 12 TO WS-STMT-MONTH
               SUBTRACT 1 FROM WS-STMT-YEAR
           END-IF
           MOVE SPACES TO WS-ROLL-NAME
           STRING "files/audit_" WS-STMT-YEAR WS-STMT-MONTH ".csv"
               DELIMITED BY SIZE INTO WS-ROLL-NAME
           OPEN INPUT faudit
           IF cr_faudit NOT = "00" THEN
               CLOSE faudit
           ELSE
               OPEN OUTPUT fcsvroll
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ faudit
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcsvroll
                           MOVE tamp_faudit TO tamp_fcsvroll
                           WRITE tamp_fcsvroll
                   END-READ
               END-PERFORM
               CLOSE fcsvroll
               CLOSE faudit
               OPEN OUTPUT faudit
               CLOSE faudit
               DISPLAY "AUDIT TRAIL ROLLED TO "
                   FUNCTION TRIM(WS-ROLL-NAME)
           END-IF.

      * SAME MONTHLY ROLLOVER FOR THE NOTIFICATION QUEUE - IT IS
      * NEVER DRAINED BY THE GATEWAY, SO IT CLOSES OFF MONTHLY.
       ROLL_NOTIF_CSV.
           MOVE SPACES TO WS-ROLL-NAME
           STRING "files/notif_" WS-STMT-YEAR WS-STMT-MONTH ".csv"
               DELIMITED BY SIZE INTO WS-ROLL-NAME
           OPEN INPUT fnotif
           IF cr_fnotif NOT = "00" THEN
               CLOSE fnotif
           ELSE
               OPEN OUTPUT fcsvroll
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fnotif
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fcsvroll
                           MOVE tamp_fnotif TO tamp_fcsvroll
                           WRITE tamp_fcsvroll
                   END-READ
               END-PERFORM
               CLOSE fcsvroll
               CLOSE fnotif
               OPEN OUTPUT fnotif
               CLOSE fnotif
               DISPLAY "NOTIFICATION QUEUE ROLLED TO "
                   FUNCTION TRIM(WS-ROLL-NAME)
           END-IF.

      * PRIVACY RETENTION SWEEP - BLANKS THE IDENTIFYING FIELDS
      * (NAME, PHONE, ADDRESS, DATE OF BIRTH) OF CLIENTS WITH NO
      * STAY IN fresa OR fresaarch FOR WS-ANON-YEARS YEARS, KEEPING
      * THE ANONYMIZED RECORD AND THE STAY HISTORY SO
      * OCCUPANCY_TREND_REPORT STILL COUNTS THEM. ANYONE WITH AN
      * OPEN RESERVATION, A RECENT STAY OR AN APPARENTLY UNPAID
      * ARCHIVED STAY IS LEFT ALONE. ONE CLIENT PER KEYED PASS,
      * SAME CURSOR SHAPE AS DETECT_DUPLICATE_CLIENTS, BECAUSE THE
      * PER-CLIENT CHECKS NEED fcli CLOSED. RUN BY BATCH-MAIN ON
      * THE FIRST.
       ANONYMIZE_INACTIVE_CLIENTS.
           MOVE 0 TO WS-ANON-COUNT
           MOVE 0 TO WS-ANON-LAST-KEY
           MOVE WS-CURRENT-DATE TO WS-ANON-CUTOFF
           SUBTRACT WS-ANON-YEARS FROM WS-ANON-CUT-YEAR
           DISPLAY "RETENTION SWEEP - NO STAY SINCE " WS-ANON-CUTOFF
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               MOVE 0 TO WS-ANON-GOT-ONE
               OPEN INPUT fcli
                   MOVE WS-ANON-LAST-KEY TO fcl_numCl
                   START fcli KEY IS GREATER fcl_numCl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ fcli NEXT
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE 1 TO WS-ANON-GOT-ONE
                                   MOVE fcl_numCl TO
                                       WS-ANON-LAST-KEY
                                   MOVE tamp_fcli TO 1tamp_fcli
                           END-READ
                   END-START
               CLOSE fcli
               IF WS-ANON-GOT-ONE = 0 THEN
                   MOVE 1 TO Wvalide
               ELSE
                   IF 1fcl_nom NOT = "ANONYMIZED" THEN
                       PERFORM ANON_CHECK_ONE_CLIENT
                       IF WS-ANON-BLOCKED = 0 THEN
                           PERFORM ANON_BLANK_ONE_CLIENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "CLIENTS ANONYMIZED: " WS-ANON-COUNT.

      * 1tamp_fcli HOLDS THE CANDIDATE - WS-ANON-BLOCKED = 1 WHEN
      * THE CLIENT HAS ANY LIVE RESERVATION, A STAY SINCE THE
      * CUTOFF, OR AN ARCHIVED STAY THAT LOOKS UNPAID (NOTHING PAID
      * AND NO DEPOSIT, NOT A NO-SHOW).
       ANON_CHECK_ONE_CLIENT.
           MOVE 0 TO WS-ANON-BLOCKED
           OPEN INPUT fresa
               MOVE 1fcl_numCl TO fr_numCl
               START fresa KEY IS EQUAL fr_numCl
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fresa NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF fr_numCl = 1fcl_numCl THEN
                                   MOVE 1 TO WS-ANON-BLOCKED
                               END-IF
                       END-READ
               END-START
           CLOSE fresa
           IF WS-ANON-BLOCKED = 0 THEN
               OPEN INPUT fresaarch
                   MOVE 1fcl_numCl TO fra_numCl
                   START fresaarch KEY IS EQUAL fra_numCl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           MOVE 0 TO Wstop
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               OR Wstop = 1
                               READ fresaarch NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fra_numCl NOT =
                                           1fcl_numCl THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           IF fra_date_fin_date >=
                                               WS-ANON-CUTOFF THEN
                                               MOVE 1 TO
                                                 WS-ANON-BLOCKED
                                           END-IF
                                           IF fra_paid_entier = 0
                                               AND
                                               fra_paid_decimal = 0
                                               AND
                                             fra_deposit_entier = 0
                                               AND
                                            fra_deposit_decimal = 0
                                               AND fra_status
                                               NOT = 3 THEN
                                               MOVE 1 TO
                                                 WS-ANON-BLOCKED
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fresaarch
           END-IF.

      * THE CANDIDATE CLEARED EVERY CHECK - BLANK THE IDENTIFYING
      * FIELDS IN PLACE AND REPORT THE NUMBER PROCESSED.
       ANON_BLANK_ONE_CLIENT.
           OPEN I-O fcli
               MOVE 1fcl_numCl TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ANONYMIZED" TO fcl_nom
                       MOVE " " TO fcl_prenom
                       MOVE 0 TO fcl_tel
                       MOVE " " TO fcl_adr
                       MOVE 0 TO fcl_year
                       MOVE 0 TO fcl_month
                       MOVE 0 TO fcl_day
                       REWRITE tamp_fcli
                       MOVE "fcli" TO WS-AUDIT-FILE
                       MOVE fcl_numCl TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
                       ADD 1 TO WS-ANON-COUNT
                       DISPLAY "ANONYMIZED CLIENT " fcl_numCl
               END-READ
           CLOSE fcli
           PERFORM ANON_WIPE_SENSITIVE_NOTES.

      * 1fcl_numCl STILL HOLDS THE CLIENT JUST BLANKED - THEIR
      * SENSITIVE NOTES GO THE SAME WAY AS THE REST OF THE
      * PERSONAL DATA, ONE KEYED PASS PER DELETE SINCE THE DELETE
      * DROPS THE RECORD OUT OF THE KEY GROUP.
       ANON_WIPE_SENSITIVE_NOTES.
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               MOVE 0 TO Wtrouve
               OPEN I-O fcnote
                   MOVE 1fcl_numCl TO fcn_numCl
                   START fcnote KEY IS EQUAL fcn_numCl
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wstop
                           PERFORM WITH TEST AFTER UNTIL Wstop = 1
                               READ fcnote NEXT
                                   AT END
                                       MOVE 1 TO Wstop
                                   NOT AT END
                                       IF fcn_numCl NOT =
                                           1fcl_numCl THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           IF fcn_severity = 2 THEN
                                               MOVE fcn_numCn TO
                                                   WS-AUDIT-KEY
                                               DELETE fcnote RECORD
                                               MOVE "fcnote" TO
                                                   WS-AUDIT-FILE
                                               MOVE "DELETE" TO
                                                   WS-AUDIT-OP
                                               PERFORM AUDIT_LOG
                                               MOVE 1 TO Wtrouve
                                               MOVE 1 TO Wstop
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fcnote
               IF Wtrouve = 0 THEN
                   MOVE 1 TO Wvalide
               END-IF
           END-PERFORM.

      * DEAD-AFTERNOON FILLER - WHEN THE HOUSE OCCUPANCY FOR THE
      * COMING HOURS SITS UNDER THE fparam "FLSH" THRESHOLD, A
      * SAME-DAY PROMO CODE (FLASH + DAY, "FLSP" PERCENT OFF,
      * CAPPED AT "FLSN" REDEMPTIONS SO THE EVENING PEAK IS NEVER
      * CANNIBALIZED) IS CUT THROUGH THE NORMAL fpromo MACHINERY,
      * REGISTERED AS A CAMPAIGN FOR THE ROI JOIN, AND OFFERED TO
      * RECENT CONSENTING CLIENTS WHO HISTORICALLY BOOK THIS
      * WEEKDAY. RERUN-SAFE - AN EXISTING CODE FOR TODAY MEANS THE
      * BLAST ALREADY WENT.
       FLASH_OFFER_RUN.
           MOVE 0 TO 1fr_numResa
           MOVE 0 TO 1fr_numCh
           MOVE WS-CURRENT-DATE TO 1fr_date_debut_date
           MOVE WS-CURRENT-HOURS TO 1fr_date_debut_hours
           MOVE WS-CURRENT-MINUTE TO 1fr_date_debut_minute
           MOVE WS-CURRENT-DATE TO 1fr_date_fin_date
           MOVE WS-CURRENT-HOURS TO 1fr_date_fin_hours
           MOVE WS-CURRENT-MINUTE TO 1fr_date_fin_minute
           ADD 6 TO 1fr_date_fin_hours
           PERFORM WITH TEST BEFORE UNTIL
               1fr_date_fin_hours < 24
               SUBTRACT 24 FROM 1fr_date_fin_hours
               ADD 1 TO 1fr_date_fin_day
           END-PERFORM
           OPEN INPUT fresa
               PERFORM CALC_SLOT_OCCUPANCY
           CLOSE fresa
           MOVE 0 TO WS-YLD-ACTIVE
           MOVE "FLSH" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-FLS-THRESH
           IF WS-FLS-THRESH = 0 THEN
               MOVE 30 TO WS-FLS-THRESH
           END-IF
           IF WS-YLD-PCT >= WS-FLS-THRESH THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-FLS-CODE
               STRING "FLASH" WS-CURRENT-DAY
                   DELIMITED BY SIZE INTO WS-FLS-CODE
               MOVE 0 TO Wtrouve
               OPEN I-O fpromo
                   MOVE WS-FLS-CODE TO fpo_code
                   READ fpromo
                       INVALID KEY
                           MOVE WS-FLS-CODE TO fpo_code
                           MOVE 0 TO fpo_mode
                           MOVE "FLSP" TO fpar_key
                           PERFORM GET_PARAM_RATE
                           IF fpar_value = 0 THEN
                               MOVE 20 TO fpo_pct
                           ELSE
                               MOVE fpar_value TO fpo_pct
                           END-IF
                           MOVE 0 TO fpo_flat
                           MOVE WS-CURRENT-DATE TO fpo_start
                           MOVE WS-CURRENT-DATE TO fpo_end
                           MOVE "FLSN" TO fpar_key
                           PERFORM GET_PARAM_RATE
                           IF fpar_value = 0 THEN
                               MOVE 5 TO fpo_max_uses
                           ELSE
                               MOVE fpar_value TO fpo_max_uses
                           END-IF
                           MOVE 0 TO fpo_uses
                           MOVE " " TO fpo_typeCh
                           WRITE tamp_fpromo
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fpromo
               IF Wtrouve = 1 THEN
                   MOVE "FLASH" TO fcg_code
                   PERFORM LOAD_CAMPAIGN_AUDIENCE
                   OPEN I-O fcamp
                       MOVE WS-FLS-CODE TO fcg_code
                       READ fcamp
                           INVALID KEY
                               MOVE WS-FLS-CODE TO fcg_code
                               MOVE "IDLE DAY FLASH OFFER" TO
                                   fcg_label
                               MOVE 0 TO fcg_cost_entier
                               MOVE 0 TO fcg_cost_decimal
                               MOVE WS-CURRENT-DATE TO fcg_start
                               MOVE WS-CURRENT-DATE TO fcg_end
                               MOVE 1 TO fcg_window_days
                               MOVE WS-CAM-AUDIENCE TO fcg_audience
                               WRITE tamp_fcamp
                       END-READ
                   CLOSE fcamp
                   PERFORM FLASH_SELECT_AND_SEND
                   DISPLAY "FLASH OFFER " WS-FLS-CODE
                       " - OCCUPANCY " WS-YLD-PCT
                       "% - OFFERS SENT " WS-FLS-SENT
               END-IF
           END-IF.

      * GATHERS UP TO 50 DISTINCT CLIENTS WHOSE ARCHIVED STAYS OF
      * THE LAST 90 DAYS STARTED ON TODAY'S WEEKDAY, THEN QUEUES
      * THE OFFER TO EACH ONE WITH MARKETING CONSENT. A STANDING
      * "FLASH" CAMPAIGN CARRYING AN RFM AUDIENCE NARROWS THE
      * CANDIDATES TO THAT SCORED LIST.
       FLASH_SELECT_AND_SEND.
           MOVE 0 TO WS-FLS-CNT
           MOVE 0 TO WS-FLS-SENT
           MOVE WS-CURRENT-DATE TO fr_date_debut_date
           PERFORM GET_DAY_OF_WEEK
           MOVE WS-DAY-OF-WEEK TO WS-FLS-TODAY-DW
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 90 TIMES
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-FLS-CUTOFF
           OPEN INPUT fcli
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_date_debut_date >=
                               WS-FLS-CUTOFF THEN
                               MOVE fra_date_debut_date TO
                                   fr_date_debut_date
                               PERFORM GET_DAY_OF_WEEK
                               IF WS-DAY-OF-WEEK =
                                   WS-FLS-TODAY-DW THEN
                                   PERFORM FLASH_REMEMBER_CLIENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           CLOSE fcli
           MOVE 0 TO WS-FLS-IDX
           PERFORM WITH TEST BEFORE UNTIL
               WS-FLS-IDX = WS-FLS-CNT
               ADD 1 TO WS-FLS-IDX
               MOVE WS-FLS-CLIENT(WS-FLS-IDX) TO WS-CTC-FIND-CL
               MOVE 1 TO WS-CTC-PURPOSE
               PERFORM RESOLVE_CONTACT_FOR_CLIENT
               IF WS-CTC-OK = 1 THEN
                   PERFORM FLASH_SEND_ONE_OFFER
                   ADD 1 TO WS-FLS-SENT
               END-IF
           END-PERFORM.

      * fra_numCl HOLDS A MATCHING PAST GUEST - INTO THE DISTINCT
      * TABLE, ONCE, WHEN IN THE CAMPAIGN AUDIENCE (fcli IS OPEN).
       FLASH_REMEMBER_CLIENT.
           MOVE 0 TO WS-FLS-HIT
           MOVE 0 TO WS-FLS-IDX
           PERFORM WITH TEST BEFORE UNTIL
               WS-FLS-IDX = WS-FLS-CNT OR WS-FLS-HIT = 1
               ADD 1 TO WS-FLS-IDX
               IF WS-FLS-CLIENT(WS-FLS-IDX) = fra_numCl THEN
                   MOVE 1 TO WS-FLS-HIT
               END-IF
           END-PERFORM
           IF WS-FLS-HIT = 0 AND WS-FLS-CNT < 50 THEN
               MOVE fra_numCl TO fcl_numCl
               READ fcli
                   INVALID KEY
                       MOVE 0 TO WS-CAM-IN
                   NOT INVALID KEY
                       PERFORM CHECK_CAMPAIGN_AUDIENCE
               END-READ
               IF WS-CAM-IN = 1 THEN
                   ADD 1 TO WS-FLS-CNT
                   MOVE fra_numCl TO WS-FLS-CLIENT(WS-FLS-CNT)
               END-IF
           END-IF.

      * WS-CTC-DEST HOLDS THE CONSENTED CHANNEL - QUEUE THE OFFER
      * LINE (CAMPAIGN-STAMPED) AND THE SEND-REGISTER LINE.
       FLASH_SEND_ONE_OFFER.
           MOVE " " TO fcl_nom
           MOVE " " TO fcl_prenom
           MOVE SPACES TO fcl_lang
           OPEN INPUT fcli
               MOVE WS-CTC-FIND-CL TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fcli
           PERFORM RESET_GUEST_MESSAGE
           MOVE "FLASH" TO WS-MSG-TYPE
           MOVE fcl_lang TO WS-MSG-LANG
           MOVE "QUIET DAY - CODE <CODE> FOR TODAY ONLY" TO
               WS-MSG-DEFAULT
           MOVE fcl_prenom TO WS-MSG-NAME
           MOVE WS-FLS-CODE TO WS-MSG-CODE
           PERFORM BUILD_GUEST_MESSAGE
           OPEN EXTEND fnotif
               MOVE SPACES TO tamp_fnotif
               STRING "000000" ","
                   FUNCTION TRIM(WS-CTC-DEST) ","
                   FUNCTION TRIM(fcl_nom) ","
                   FUNCTION TRIM(fcl_prenom) ","
                   WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                   WS-CURRENT-DAY ","
                   FUNCTION TRIM(WS-MSG-TEXT) ","
                   FUNCTION TRIM(WS-FLS-CODE)
                   DELIMITED BY SIZE INTO tamp_fnotif
               WRITE tamp_fnotif
           CLOSE fnotif
           MOVE WS-FLS-CODE TO WS-CAM-P-CODE
           PERFORM WRITE_CAMPAIGN_SEND.

      * MONTHLY BIRTHDAY MAILING - FINALLY PUTS THE fcl_dateNaissance
      * ALTERNATE KEY TO WORK: WALKS fcli IN BIRTHDAY ORDER, KEEPS
      * CLIENTS WHOSE BIRTHDAY FALLS IN THE COMING MONTH AND WHOSE
      * fcl_status IS CLEAN, AND APPENDS ONE OFFER LINE PER MATCH TO
      * files/notification_queue.csv IN THE SAME LAYOUT
      * WRITE_RESA_REMINDER USES (RESA NUMBER 0 MARKS A MARKETING
      * LINE), SO THE SAME SMS GATEWAY SENDS IT - PROMO CODE
      * INCLUDED IN THE MESSAGE. RUN BY BATCH-MAIN ON THE FIRST.
      * AN RFM AUDIENCE ON THE BDAY10 CAMPAIGN LIMITS THE MAILING TO
      * THAT SCORED LIST.
       BIRTHDAY_OFFERS.
           MOVE 0 TO WS-CTC-SKIPPED
           MOVE "BDAY10" TO fcg_code
           PERFORM LOAD_CAMPAIGN_AUDIENCE
           MOVE WS-CURRENT-MONTH TO WS-BDAY-MONTH
           ADD 1 TO WS-BDAY-MONTH
           IF WS-BDAY-MONTH > 12 THEN
               MOVE 1 TO WS-BDAY-MONTH
           END-IF
           MOVE 0 TO WS-BDAY-COUNT
           OPEN EXTEND fnotif
           OPEN INPUT fcli
               MOVE ZEROS TO fcl_dateNaissance
               START fcli KEY IS NOT < fcl_dateNaissance
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           READ fcli NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   PERFORM CHECK_CAMPAIGN_AUDIENCE
                                   IF fcl_month = WS-BDAY-MONTH AND
                                       fcl_status = 0 AND
                                       fcl_year NOT = 0 AND
                                       WS-CAM-IN = 1 THEN
                                       MOVE fcl_numCl TO
                                           WS-CTC-FIND-CL
                                       MOVE 1 TO WS-CTC-PURPOSE
                                       PERFORM
                                         RESOLVE_CONTACT_FOR_CLIENT
                                       IF WS-CTC-OK = 1 THEN
                                           PERFORM
                                             WRITE_BIRTHDAY_OFFER
                                           ADD 1 TO WS-BDAY-COUNT
                                       ELSE
                                           ADD 1 TO WS-CTC-SKIPPED
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fcli
           CLOSE fnotif
           DISPLAY "BIRTHDAY OFFERS QUEUED: " WS-BDAY-COUNT
               " (NO MARKETING CONSENT: " WS-CTC-SKIPPED ")".

      * tamp_fcli HOLDS THE BIRTHDAY CLIENT - SAME CSV SHAPE AS
      * WRITE_RESA_REMINDER (numResa,tel,nom,prenom,date,message).
       WRITE_BIRTHDAY_OFFER.
           PERFORM RESET_GUEST_MESSAGE
           MOVE "BDAY" TO WS-MSG-TYPE
           MOVE fcl_lang TO WS-MSG-LANG
           MOVE "HAPPY BIRTHDAY - CODE <CODE> FOR 10% OFF" TO
               WS-MSG-DEFAULT
           MOVE fcl_prenom TO WS-MSG-NAME
           MOVE "BDAY10" TO WS-MSG-CODE
           PERFORM BUILD_GUEST_MESSAGE
           MOVE SPACES TO tamp_fnotif
           STRING "000000" DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CTC-DEST) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(fcl_nom) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(fcl_prenom) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               fcl_year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fcl_month DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               fcl_day DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-MSG-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               "BDAY10" DELIMITED BY SIZE
               INTO tamp_fnotif
           WRITE tamp_fnotif
           MOVE "BDAY10  " TO WS-CAM-P-CODE
           PERFORM WRITE_CAMPAIGN_SEND.

      * WS-CAM-P-CODE HOLDS THE CAMPAIGN AND tamp_fcli THE CLIENT
      * JUST MESSAGED - ONE SEND-REGISTER LINE FOR THE ROI JOIN.
       WRITE_CAMPAIGN_SEND.
           OPEN EXTEND fcamplog
               MOVE SPACES TO tamp_fcamplog
               STRING WS-CURRENT-DATE ","
                   FUNCTION TRIM(WS-CAM-P-CODE) ","
                   fcl_numCl
                   DELIMITED BY SIZE INTO tamp_fcamplog
               WRITE tamp_fcamplog
           CLOSE fcamplog.

      * NIGHTLY GUEST REGISTRATION FOR THE POLICE - BUILT LIKE
      * EXPORT_CLIENTS_CSV BUT IN THE AUTHORITY'S FIXED LAYOUT: ONE
      * LINE PER CHECKED-IN STAY, NAME/DATE OF BIRTH/ADDRESS JOINED
      * FROM fcli PLUS ROOM AND ARRIVAL/DEPARTURE TIMES. THE RUN IS
      * LOGGED (DATE + COUNT) IN files/police_export_log.csv SO A
      * SKIPPED NIGHT IS VISIBLE AT A GLANCE.
       POLICE_EXPORT.
           MOVE 0 TO WS-POL-COUNT
           OPEN OUTPUT fpolice
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status = 1 THEN
                               PERFORM POLICE_EXPORT_ONE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           CLOSE fpolice
           OPEN EXTEND fpolog
               MOVE SPACES TO tamp_fpolog
               STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                   WS-CURRENT-DAY "," WS-POL-COUNT
                   DELIMITED BY SIZE INTO tamp_fpolog
               WRITE tamp_fpolog
           CLOSE fpolog
           DISPLAY "POLICE EXPORT - " WS-POL-COUNT
               " GUEST LINES - files/police_report.txt".

      * fr_* HOLDS A CHECKED-IN STAY - ONE DECLARATION LINE PER
      * PERSON IN THE IDENTITY REGISTER (LEAD GUEST AND COMPANIONS,
      * DOCUMENT NUMBER CARRIED IN THE ADDRESS FIELD ALONGSIDE THE
      * NATIONALITY - THE AUTHORITY'S LAYOUT HAS NO DEDICATED
      * COLUMN); A STAY CHECKED IN BEFORE THE REGISTER EXISTED
      * FALLS BACK TO THE OLD ONE-LINE fcli JOIN.
       POLICE_EXPORT_ONE_STAY.
           MOVE 0 TO WS-IDR-PERSONS
           OPEN INPUT fidr
               MOVE fr_numResa TO fir_numResa
               START fidr KEY IS EQUAL fir_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fidr NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fir_numResa NOT = fr_numResa
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       ADD 1 TO WS-IDR-PERSONS
                                       MOVE fir_nom TO fpol_nom
                                       MOVE fir_prenom TO
                                           fpol_prenom
                                       MOVE fir_naissance TO
                                           fpol_naissance
                                       MOVE SPACES TO fpol_adr
                                       PERFORM IDR_REVEAL_DOC
                                       MOVE "POLICE" TO WS-ACC-SCREEN
                                       PERFORM ACCESS_LOG_IDENTITY
                                       STRING "DOC "
                                           FUNCTION TRIM(
                                           WS-MSK-DOC) " "
                                           FUNCTION TRIM(
                                           fir_nationality)
                                           " PLATE " fr_plate
                                           DELIMITED BY SIZE INTO
                                           fpol_adr
                                       MOVE fr_numCh TO fpol_numCh
                                       MOVE fr_date_debut TO
                                           fpol_arrivee
                                       MOVE fr_date_fin TO
                                           fpol_depart
                                       WRITE tamp_fpolice
                                       ADD 1 TO WS-POL-COUNT
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fidr
           IF WS-IDR-PERSONS = 0 THEN
               OPEN INPUT fcli
                   MOVE fr_numCl TO fcl_numCl
                   READ fcli
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fcl_nom TO fpol_nom
                           MOVE fcl_prenom TO fpol_prenom
                           MOVE fcl_dateNaissance TO fpol_naissance
                           MOVE fcl_adr TO fpol_adr
                           MOVE fr_numCh TO fpol_numCh
                           MOVE fr_date_debut TO fpol_arrivee
                           MOVE fr_date_fin TO fpol_depart
                           WRITE tamp_fpolice
                           MOVE "POLICE" TO WS-ACC-SCREEN
                           MOVE "C" TO WS-ACC-TYPE
                           MOVE fr_numCl TO WS-ACC-NUM
                           PERFORM ACCESS_LOG
                           ADD 1 TO WS-POL-COUNT
                   END-READ
               CLOSE fcli
           END-IF.

      * HOURLY BUSINESS-CONTINUITY PACK, ONLY WHILE THE DESK IS OPEN
      * (fparam CPOP/CPCL, WHOLE HOURS, 7 TO 23 WHEN UNSET) - WHO IS
      * IN WHICH ROOM WITH TIMES, BALANCE DUE AND CONFIRMATION CODE,
      * WHO ARRIVES IN THE NEXT 6 HOURS, EVERY ROOM'S STATE AND THE
      * OPEN MISSIONS. SPOOLED AS USUAL AND ALSO WRITTEN TO
      * files/continuity_pack.txt FOR PRINTING WITHOUT THE SYSTEM;
      * THE STAYS ON IT ARE KEPT IN fcpsnap FOR THE AFTER-OUTAGE
      * RECONCILIATION.
       CONTINUITY_PACK.
           MOVE "CPOP" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CPK-OPEN
           MOVE "CPCL" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CPK-CLOSE
           IF WS-CPK-OPEN = 0 AND WS-CPK-CLOSE = 0 THEN
               MOVE 7 TO WS-CPK-OPEN
               MOVE 23 TO WS-CPK-CLOSE
           END-IF
           IF WS-CURRENT-HOURS < WS-CPK-OPEN OR
               WS-CURRENT-HOURS >= WS-CPK-CLOSE THEN
               DISPLAY "CONTINUITY PACK - DESK CLOSED, NOT PRINTED"
           ELSE
               PERFORM CONTINUITY_PACK_WRITE
           END-IF.

      * THE PACK ITSELF - ONE SECTION AFTER THE OTHER.
       CONTINUITY_PACK_WRITE.
           MOVE WS-CURRENT-DATE TO WS-DST-S-DATE
           MOVE WS-CURRENT-HOURS TO WS-DST-S-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-DST-S-MINUTE
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-CPK-NOW
           MOVE "CONTPACK" TO WS-RPT-CODE
           MOVE "BUSINESS CONTINUITY PACK" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           OPEN OUTPUT fcpack
           PERFORM CPK_SNAP_OPEN
           MOVE SPACES TO WS-RPT-LINE
           STRING "AS AT " WS-CURRENT-DAY "/" WS-CURRENT-MONTH "/"
               WS-CURRENT-YEAR " " WS-CURRENT-HOURS ":"
               WS-CURRENT-MINUTE " - KEEP AT THE DESK"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM CPK_LINE
           PERFORM CPK_IN_HOUSE
           PERFORM CPK_ARRIVALS
           PERFORM CPK_ROOM_STATUS
           PERFORM CPK_OPEN_MISSIONS
           CLOSE fcpsnap
           CLOSE fcpack
           PERFORM END_REPORT
           DISPLAY "CONTINUITY PACK - IN HOUSE " WS-CPK-CNT
               " ARRIVING " WS-CPK-ARRIVALS
               " OPEN MISSIONS " WS-CPK-MISSIONS.

      * OPENS fcpsnap FOR THIS PACK'S ROWS AND DROPS THE ROWS OF
      * PACKS PRINTED BEFORE THE DAY BEFORE YESTERDAY. A SNAPSHOT FILE
      * THAT WILL NOT OPEN (MISSING, OR FROM BEFORE THE PACK STAMP
      * LED THE KEY) IS STARTED AFRESH.
       CPK_SNAP_OPEN.
           OPEN I-O fcpsnap
           IF cr_fcpsnap NOT = "00" THEN
               OPEN OUTPUT fcpsnap
           END-IF
           MOVE WS-CURRENT-DATE TO WS-CPK-PURGE-DATE
           COMPUTE WS-CPK-PURGE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CPK-PURGE-DATE) - 2)
           MOVE LOW-VALUES TO fcs_key
           START fcpsnap KEY IS NOT < fcs_key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-CPK-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                       READ fcpsnap NEXT
                           AT END
                               MOVE 1 TO WS-CPK-EOF
                           NOT AT END
                               IF fcs_pack_date < WS-CPK-PURGE-DATE
                                   THEN
                                   DELETE fcpsnap RECORD
                               ELSE
                                   MOVE 1 TO WS-CPK-EOF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * WS-RPT-LINE TO THE SPOOL/SCREEN AND TO THE PLAIN TEXT COPY.
       CPK_LINE.
           PERFORM REPORT_LINE
           MOVE WS-RPT-LINE TO tamp_fcpack
           WRITE tamp_fcpack.

      * EVERY CHECKED-IN STAY, ROOM ORDER OF THE fresa SCAN.
       CPK_IN_HOUSE.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "IN HOUSE - ROOM RESA   ARRIVED     "
               "LEAVES             DUE  CONF     GUEST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE 0 TO WS-CPK-CNT
           OPEN INPUT fresa
               MOVE 0 TO WS-CPK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-CPK-EOF
                       NOT AT END
                           IF fr_status = 1 AND WS-CPK-CNT < 300 THEN
                               ADD 1 TO WS-CPK-CNT
                               MOVE fr_numResa TO
                                   WS-CPK-S-RESA(WS-CPK-CNT)
                               MOVE fr_numCh TO
                                   WS-CPK-S-ROOM(WS-CPK-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           PERFORM VARYING WS-CPK-IDX FROM 1 BY 1
               UNTIL WS-CPK-IDX > WS-CPK-CNT
               MOVE 0 TO Wtrouve
               OPEN INPUT fresa
                   MOVE WS-CPK-S-RESA(WS-CPK-IDX) TO fr_numResa
                   READ fresa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fresa
               IF Wtrouve = 1 THEN
                   MOVE "I" TO fcs_kind
                   PERFORM CPK_STAY_LINE
               END-IF
           END-PERFORM.

      * BOOKED STAYS WHOSE ARRIVAL FALLS IN THE NEXT 6 HOURS.
       CPK_ARRIVALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ARRIVING - ROOM RESA   ARRIVES     "
               "LEAVES             DUE  CONF     GUEST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE 0 TO WS-CPK-ARRIVALS
           OPEN INPUT fresa
               MOVE 0 TO WS-CPK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-CPK-EOF
                       NOT AT END
                           IF fr_status = 0 THEN
                               MOVE fr_date_debut TO WS-DST-STAMP
                               PERFORM DST_REAL_MINUTES
                               MOVE WS-DST-REAL TO WS-CPK-ARRIVE
                               IF WS-CPK-ARRIVE >= WS-CPK-NOW AND
                                   WS-CPK-ARRIVE - WS-CPK-NOW <= 360
                                   THEN
                                   ADD 1 TO WS-CPK-ARRIVALS
                                   MOVE "A" TO fcs_kind
                                   PERFORM CPK_STAY_LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa.

      * tamp_fresa HOLDS THE STAY AND fcs_kind ITS SECTION - ONE
      * PACK LINE (TIMES AS DD/MM HH:MM) AND ITS fcpsnap ROW.
       CPK_STAY_LINE.
           PERFORM STAY_BALANCE_DUE
           MOVE WS-CPK-DUE TO WS-CPK-DUE-ED
           MOVE " " TO fcl_nom
           OPEN INPUT fcli
               MOVE fr_numCL TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fcli
           MOVE SPACES TO WS-RPT-LINE
           STRING "           " fr_numCh " " fr_numResa " "
               fr_date_debut_day "/" fr_date_debut_month " "
               fr_date_debut_hours ":" fr_date_debut_minute " "
               fr_date_fin_day "/" fr_date_fin_month " "
               fr_date_fin_hours ":" fr_date_fin_minute " "
               WS-CPK-DUE-ED "  " fr_conf_code " "
               FUNCTION TRIM(fcl_nom)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE fr_numResa TO fcs_numResa
           MOVE fr_numCh TO fcs_numCh
           IF WS-CPK-DUE > 0 THEN
               MOVE WS-CPK-DUE TO fcs_due_entier
               COMPUTE fcs_due_decimal =
                   (WS-CPK-DUE - fcs_due_entier) * 100
           ELSE
               MOVE 0 TO fcs_due_entier
               MOVE 0 TO fcs_due_decimal
           END-IF
           MOVE WS-CURRENT-DATE TO fcs_pack_date
           MOVE WS-CURRENT-HOURS TO fcs_pack_hours
           MOVE WS-CURRENT-MINUTE TO fcs_pack_minute
           WRITE tamp_fcpsnap
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * EVERY ROOM - IN OR OUT OF SERVICE, AND WHICH IN-HOUSE STAY
      * HOLDS IT.
       CPK_ROOM_STATUS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE "ROOMS" TO WS-RPT-LINE
           PERFORM CPK_LINE
           OPEN INPUT fch
               MOVE 0 TO WS-CPK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-CPK-EOF
                       NOT AT END
                           PERFORM CPK_ONE_ROOM
                   END-READ
               END-PERFORM
           CLOSE fch.

      * tamp_fch HOLDS THE ROOM.
       CPK_ONE_ROOM.
           MOVE 0 TO WS-CPK-OCC-RESA
           PERFORM VARYING WS-CPK-IDX FROM 1 BY 1
               UNTIL WS-CPK-IDX > WS-CPK-CNT
               IF WS-CPK-S-ROOM(WS-CPK-IDX) = fc_numCh THEN
                   MOVE WS-CPK-S-RESA(WS-CPK-IDX) TO WS-CPK-OCC-RESA
               END-IF
           END-PERFORM
           IF fc_status NOT = 0 THEN
               MOVE "OUT OF SERVICE" TO WS-CPK-STATE
           ELSE
               MOVE "IN SERVICE" TO WS-CPK-STATE
           END-IF
           IF fc_retired NOT = 0 AND fc_retired <= WS-CURRENT-DATE THEN
               MOVE "RETIRED" TO WS-CPK-STATE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CPK-OCC-RESA = 0 THEN
               STRING "           " fc_numCh " ZONE " fc_zone " "
                   WS-CPK-STATE " FREE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "           " fc_numCh " ZONE " fc_zone " "
                   WS-CPK-STATE " OCCUPIED - RESA " WS-CPK-OCC-RESA
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM CPK_LINE.

      * MISSIONS NOT YET FINISHED THAT WERE DUE TO START BY TODAY.
       CPK_OPEN_MISSIONS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPEN MISSIONS - NUM   ROOM CLEANER "
               "FROM        TO     STATE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM CPK_LINE
           MOVE 0 TO WS-CPK-MISSIONS
           OPEN INPUT fmis
               MOVE 0 TO WS-CPK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CPK-EOF = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO WS-CPK-EOF
                       NOT AT END
                           IF fm_reel_fin_year = 0 AND
                               fm_debut_date <= WS-CURRENT-DATE THEN
                               ADD 1 TO WS-CPK-MISSIONS
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "                "
                                   fm_numM " " fm_numCh " "
                                   fm_numP "    "
                                   fm_debut_day "/" fm_debut_month
                                   " " fm_debut_hours ":"
                                   fm_debut_minute " "
                                   fm_fin_hours ":" fm_fin_minute
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               IF fm_reel_debut_year NOT = 0 THEN
                                   MOVE "STARTED" TO
                                       WS-RPT-LINE(55:7)
                               END-IF
                               PERFORM CPK_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fmis.

      * NIGHTLY BROWSING ALERT OVER YESTERDAY AND TODAY, SO A NIGHT
      * SHIFT SPANNING MIDNIGHT IS SEEN WHOLE.
       ACCESS_BROWSE_NIGHTLY.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           MOVE WS-WORK-DATE TO WS-ACC-FROM-DATE
           MOVE WS-CURRENT-DATE TO WS-ACC-TO-DATE
           MOVE 3 TO WS-ACC-MODE
           PERFORM ACCESS_BROWSE_REPORT.

      * SCRAMBLES EVERY IDENTITY-REGISTER DOCUMENT NUMBER STILL HELD
      * IN CLEAR (ENTRIES FILED BEFORE PROTECTION, OR BROUGHT BACK BY
      * A RESTORE OF AN OLD GENERATION) - THE SAME IDR_PROTECT_DOC
      * WRITE_IDENTITY_ENTRY USES AT CHECK-IN.
       PROTECT_IDENTITY_REGISTER.
           MOVE 0 TO WS-MSK-PROT-CNT
           OPEN I-O fidr
               MOVE 0 TO WS-MSK-EOF
               PERFORM WITH TEST AFTER UNTIL WS-MSK-EOF = 1
                   READ fidr NEXT
                       AT END
                           MOVE 1 TO WS-MSK-EOF
                       NOT AT END
                           IF fir_doc_prot NOT = 1 THEN
                               PERFORM IDR_PROTECT_DOC
                               REWRITE tamp_fidr
                               ADD 1 TO WS-MSK-PROT-CNT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fidr
           DISPLAY "IDENTITY DOCUMENTS PROTECTED: " WS-MSK-PROT-CNT.

      * THE OTHER MORNING CHASE LIST - CARD HOLDS STILL SITTING
      * UNCAPTURED PAST THE fparam "AUTH" AGE LIMIT (BANKS QUIETLY
      * EXPIRE A HOLD AFTER A WEEK OR SO AND THE MONEY IS GONE).
      * SAME CALENDAR-ROUGH AGE MATH AS WORK_ORDER_AGING_REPORT.
       STALE_AUTH_REPORT.
           MOVE "AUTH" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-AUTH-STALE-DAYS
           IF WS-AUTH-STALE-DAYS = 0 THEN
               MOVE 5 TO WS-AUTH-STALE-DAYS
           END-IF
           MOVE 0 TO WS-AUTH-STALE-CNT
           DISPLAY "STALE CARD PRE-AUTHS - AUTH/RESA/AMOUNT/CODE/"
               "AGE"
           OPEN INPUT fauth
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fauth NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fau_status = 0 THEN
                               COMPUTE WS-AUTH-AGE-DAYS =
                                   ((WS-CURRENT-YEAR -
                                   fau_date_year) * 365) +
                                   ((WS-CURRENT-MONTH -
                                   fau_date_month) * 31) +
                                   (WS-CURRENT-DAY - fau_date_day)
                               IF WS-AUTH-AGE-DAYS >
                                   WS-AUTH-STALE-DAYS THEN
                                   ADD 1 TO WS-AUTH-STALE-CNT
                                   DISPLAY fau_numAuth " "
                                       fau_numResa " " fau_amount
                                       " " fau_code " "
                                       WS-AUTH-AGE-DAYS "D"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fauth
           DISPLAY "STALE PRE-AUTHS TO CHASE: " WS-AUTH-STALE-CNT.

      * CONSUMES THE PHONE/MINIBAR CHARGE FEED - EACH LINE'S ROOM
      * IS RESOLVED TO ITS CHECKED-IN STAY THE SAME WAY
      * OVERSTAY_MONITOR FINDS OCCUPANTS (fr_numCh ALTERNATE KEY,
      * fr_status = 1) AND POSTED AS AN OPEN fext LINE WITH THE
      * FEED'S OWN CHARGE CODE; LINES WITH NO OCCUPIED STAY LAND ON
      * THE REJECT FILE FOR THE DESK. THE FEED IS TRUNCATED AFTER
      * THE RUN SO A SECOND PASS CANNOT DOUBLE-BILL.
       IMPORT_CHARGE_FEED.
           MOVE 0 TO WS-CHG-POSTED
           MOVE 0 TO WS-CHG-REJECTED
           OPEN INPUT fchgfeed
           IF cr_fchgfeed NOT = "00" THEN
               CLOSE fchgfeed
           ELSE
               OPEN OUTPUT fchgrej
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fchgfeed
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM IMPORT_ONE_CHARGE_LINE
                   END-READ
               END-PERFORM
               CLOSE fchgrej
               CLOSE fchgfeed
               OPEN OUTPUT fchgfeed
               CLOSE fchgfeed
               DISPLAY "CHARGE FEED - POSTED " WS-CHG-POSTED
                   " REJECTED " WS-CHG-REJECTED
           END-IF.

      * tamp_fchgfeed HOLDS ONE FEED LINE - PARSE, RESOLVE THE
      * OCCUPIED STAY AND POST OR REJECT.
       IMPORT_ONE_CHARGE_LINE.
           MOVE SPACES TO WS-CHG-FIELDS
           UNSTRING tamp_fchgfeed DELIMITED BY ","
               INTO WS-CHG-ROOM WS-CHG-STAMP WS-CHG-CODE WS-CHG-AMT
           COMPUTE WS-CHG-FIND-ROOM = FUNCTION NUMVAL(WS-CHG-ROOM)
           MOVE 0 TO WS-CHG-RESA
           OPEN INPUT fresa
               MOVE WS-CHG-FIND-ROOM TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fr_numCh NOT =
                                       WS-CHG-FIND-ROOM THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fr_status = 1 THEN
                                           MOVE fr_numResa TO
                                               WS-CHG-RESA
                                           MOVE 1 TO Wstop
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa
           IF WS-CHG-RESA = 0 THEN
               ADD 1 TO WS-CHG-REJECTED
               MOVE SPACES TO tamp_fchgrej
               STRING "NO OCCUPIED STAY,"
                   tamp_fchgfeed(1:80)
                   DELIMITED BY SIZE INTO tamp_fchgrej
               WRITE tamp_fchgrej
           ELSE
               PERFORM GET_LASTID_EXTRA
               PERFORM LOAD_BUSINESS_DATE
               MOVE WS-CHG-RESA TO fe_numResa
               COMPUTE fe_code = FUNCTION NUMVAL(WS-CHG-CODE)
               IF fe_code < 1 OR fe_code > 4 THEN
                   MOVE 4 TO fe_code
               END-IF
               COMPUTE fe_amount_entier =
                   FUNCTION NUMVAL(WS-CHG-AMT)
               COMPUTE fe_amount_decimal =
                   (FUNCTION NUMVAL(WS-CHG-AMT) - fe_amount_entier)
                   * 100
               MOVE WS-BUSINESS-DATE TO fe_date
               MOVE 0 TO fe_numP
               MOVE 0 TO fe_status
               MOVE 0 TO fe_numEq
               OPEN I-O fext
                   WRITE tamp_fext
                       INVALID KEY
                           ADD 1 TO WS-CHG-REJECTED
                       NOT INVALID KEY
                           ADD 1 TO WS-CHG-POSTED
                           MOVE "fext" TO WS-AUDIT-FILE
                           MOVE fe_numExt TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fext
           END-IF.

      * CONSUMES THE ENCODER'S ACKNOWLEDGEMENT FILE (card,OK|FAIL)
      * AND TICKS OFF THE OLDEST PENDING COMMAND FOR EACH ACKED
      * CARD; THE FILE IS TRUNCATED AFTER THE RUN. WHATEVER STAYS
      * PENDING SHOWS ON UNACKED_ENCODE_REPORT.
       PROCESS_KEYCARD_ACKS.
           MOVE 0 TO WS-KCM-ACKED
           OPEN INPUT fkeyack
           IF cr_fkeyack NOT = "00" THEN
               CLOSE fkeyack
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkeyack
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM ACK_ONE_KEYCARD_COMMAND
                   END-READ
               END-PERFORM
               CLOSE fkeyack
               OPEN OUTPUT fkeyack
               CLOSE fkeyack
               DISPLAY "ENCODER ACKS PROCESSED: " WS-KCM-ACKED
           END-IF.

      * tamp_fkeyack HOLDS ONE ACK LINE - OK FLIPS THE CARD'S OLDEST
      * PENDING COMMAND, A FAIL LEAVES IT PENDING FOR THE REPORT.
       ACK_ONE_KEYCARD_COMMAND.
           MOVE SPACES TO WS-KCM-FIELDS
           UNSTRING tamp_fkeyack DELIMITED BY ","
               INTO WS-KCM-CARD WS-KCM-VERDICT
           IF WS-KCM-VERDICT(1:2) = "OK" THEN
               OPEN I-O fkpend
                   COMPUTE fkp_numCard =
                       FUNCTION NUMVAL(WS-KCM-CARD)
                   MOVE fkp_numCard TO WS-KCM-FIND
                   START fkpend KEY IS EQUAL fkp_numCard
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           MOVE 0 TO Wstop
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               OR Wstop = 1
                               READ fkpend NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fkp_numCard NOT =
                                           WS-KCM-FIND THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           IF fkp_status = 0 THEN
                                               MOVE 1 TO fkp_status
                                               REWRITE tamp_fkpend
                                               ADD 1 TO
                                                   WS-KCM-ACKED
                                               MOVE 1 TO Wstop
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fkpend
           END-IF.

      * ENCODER COMMANDS STILL WAITING FOR AN ACKNOWLEDGEMENT -
      * EACH ONE IS A CARD THAT MAY NOT OPEN ITS DOOR.
       UNACKED_ENCODE_REPORT.
           MOVE 0 TO WS-KCM-PENDING
           DISPLAY "UNACKNOWLEDGED ENCODER COMMANDS - "
               "CARD/VERB/SINCE"
           OPEN INPUT fkpend
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkpend NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fkp_status = 0 THEN
                               ADD 1 TO WS-KCM-PENDING
                               DISPLAY fkp_numCard " " fkp_kind
                                   " " fkp_date
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fkpend
           DISPLAY "COMMANDS AWAITING ACK: " WS-KCM-PENDING.

      * EVERY BATCH PASS - WALKS THE ROOMS AND SENDS EACH ONE WHOSE
      * TARGET MODE HAS MOVED SINCE ITS LAST COMMAND: ARRIVALS COMING
      * INTO THE LEAD WINDOW ARE PRE-CONDITIONED, ROOMS TAKEN OUT OF
      * SERVICE ARE SWITCHED OFF AND EVERYTHING ELSE DROPS TO ECO.
       BMS_CONTROL_ROOMS.
           MOVE 0 TO WS-BMS-ROOMS
           MOVE 0 TO WS-BMS-SENT
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BMS-ROOMS
                           MOVE fc_numCh TO WS-BMS-ROOM
                           PERFORM BMS_ROOM_TARGET
                           MOVE 0 TO WS-BMS-FORCE
                           PERFORM BMS_ROOM_COMMAND
                   END-READ
               END-PERFORM
           CLOSE fch
           DISPLAY "BMS ROOMS CHECKED: " WS-BMS-ROOMS
               " COMMANDS SENT: " WS-BMS-SENT.

      * CONSUMES THE BUILDING MANAGEMENT SYSTEM'S ACKNOWLEDGEMENT
      * FILE (numBp,OK|FAIL) AND TICKS OFF EACH ACKED COMMAND; THE
      * FILE IS TRUNCATED AFTER THE RUN. WHATEVER STAYS PENDING
      * SHOWS ON UNACKED_BMS_REPORT.
       PROCESS_BMS_ACKS.
           MOVE 0 TO WS-BMS-ACKED
           OPEN INPUT fbmsack
           IF cr_fbmsack NOT = "00" THEN
               CLOSE fbmsack
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbmsack
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM ACK_ONE_BMS_COMMAND
                   END-READ
               END-PERFORM
               CLOSE fbmsack
               OPEN OUTPUT fbmsack
               CLOSE fbmsack
               DISPLAY "BMS ACKS PROCESSED: " WS-BMS-ACKED
           END-IF.

      * tamp_fbmsack HOLDS ONE ACK LINE - OK FLIPS THE COMMAND, A
      * FAIL LEAVES IT PENDING FOR THE REPORT.
       ACK_ONE_BMS_COMMAND.
           MOVE SPACES TO WS-BMS-FIELDS
           UNSTRING tamp_fbmsack DELIMITED BY ","
               INTO WS-BMS-P-NUM WS-BMS-P-VERDICT
           IF WS-BMS-P-VERDICT(1:2) = "OK" THEN
               OPEN I-O fbmspend
                   COMPUTE fbp_numBp = FUNCTION NUMVAL(WS-BMS-P-NUM)
                   READ fbmspend
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fbp_status = 0 THEN
                               MOVE 1 TO fbp_status
                               REWRITE tamp_fbmspend
                               ADD 1 TO WS-BMS-ACKED
                           END-IF
                   END-READ
               CLOSE fbmspend
           END-IF.

      * BUILDING MANAGEMENT COMMANDS STILL WAITING FOR AN
      * ACKNOWLEDGEMENT - EACH ONE IS A ROOM THAT MAY BE COLD FOR ITS
      * ARRIVAL OR RUNNING FULL WHILE EMPTY.
       UNACKED_BMS_REPORT.
           MOVE 0 TO WS-BMS-PENDING
           DISPLAY "UNACKNOWLEDGED BMS COMMANDS - "
               "NUM/ROOM/MODE/SENT/RESA"
           OPEN INPUT fbmspend
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbmspend NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fbp_status = 0 THEN
                               ADD 1 TO WS-BMS-PENDING
                               DISPLAY fbp_numBp " " fbp_numCh " "
                                   fbp_kind " " fbp_when " "
                                   fbp_numResa
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fbmspend
           DISPLAY "COMMANDS AWAITING ACK: " WS-BMS-PENDING.

      * LAST MONTH'S ENERGY HOURS SAVED - REPLAYS fbmslog ROOM BY
      * ROOM AND COUNTS THE HOURS EACH ROOM SPENT IN ECO AND OFF
      * INSIDE THE MONTH. AN OFF HOUR SAVES A FULL HOUR OF
      * CONDITIONING, AN ECO HOUR THE fparam "BMSE" PERCENT OF ONE
      * (DEFAULT 60). A ROOM NEVER COMMANDED IS NOT COUNTED.
       BMS_ENERGY_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "BMSE" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-BMS-ECO-PCT
           IF WS-BMS-ECO-PCT = 0 OR WS-BMS-ECO-PCT > 100 THEN
               MOVE 60 TO WS-BMS-ECO-PCT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BMS-MONTH-TO
           MOVE "01" TO WS-BMS-MONTH-TO(7:2)
           IF WS-BMS-MONTH-TO(5:2) = "01" THEN
               COMPUTE WS-BMS-MONTH-FROM = WS-BMS-MONTH-TO - 8900
           ELSE
               COMPUTE WS-BMS-MONTH-FROM = WS-BMS-MONTH-TO - 100
           END-IF
           MOVE WS-BMS-MONTH-FROM TO WS-DST-S-DATE
           MOVE 0 TO WS-DST-S-HOURS
           MOVE 0 TO WS-DST-S-MINUTE
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-BMS-P-FROM
           MOVE WS-BMS-MONTH-TO TO WS-DST-S-DATE
           MOVE 0 TO WS-DST-S-HOURS
           MOVE 0 TO WS-DST-S-MINUTE
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-BMS-P-TO
           PERFORM BMS_SET_NOW
           MOVE WS-BMS-NOW-N TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-BMS-NOW-REAL
           MOVE 0 TO WS-BMS-CNT
           OPEN INPUT fbmslog
           IF cr_fbmslog = "00" THEN
               MOVE 0 TO WS-BMS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-BMS-EOF = 1
                   READ fbmslog
                       AT END
                           MOVE 1 TO WS-BMS-EOF
                       NOT AT END
                           PERFORM BMS_REPLAY_ONE_LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fbmslog
      *    EVERY ROOM STAYS IN ITS LAST MODE UNTIL NOW
           MOVE WS-BMS-NOW-REAL TO WS-BMS-AT-REAL
           PERFORM VARYING WS-BMS-IDX FROM 1 BY 1
               UNTIL WS-BMS-IDX > WS-BMS-CNT
               PERFORM BMS_CLOSE_SPAN
           END-PERFORM
           MOVE 0 TO WS-BMS-TOT-ECO
           MOVE 0 TO WS-BMS-TOT-OFF
           MOVE 0 TO WS-BMS-TOT-SAVED
           MOVE "BMSENRG" TO WS-RPT-CODE
           MOVE "BMS ENERGY HOURS SAVED" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "MONTH FROM " WS-BMS-MONTH-FROM " TO "
               WS-BMS-MONTH-TO " - ECO COUNTS " WS-BMS-ECO-PCT "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "ROOM      ECO HOURS   OFF HOURS   HOURS SAVED"
               TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-BMS-IDX FROM 1 BY 1
               UNTIL WS-BMS-IDX > WS-BMS-CNT
               IF WS-BMS-T-ECO(WS-BMS-IDX) > 0 OR
                   WS-BMS-T-OFF(WS-BMS-IDX) > 0 THEN
                   COMPUTE WS-BMS-SAVED ROUNDED =
                       (WS-BMS-T-OFF(WS-BMS-IDX) +
                       WS-BMS-T-ECO(WS-BMS-IDX) * WS-BMS-ECO-PCT
                       / 100) / 60
                   ADD WS-BMS-T-ECO(WS-BMS-IDX) TO WS-BMS-TOT-ECO
                   ADD WS-BMS-T-OFF(WS-BMS-IDX) TO WS-BMS-TOT-OFF
                   ADD WS-BMS-SAVED TO WS-BMS-TOT-SAVED
                   COMPUTE WS-BMS-ECO-ED ROUNDED =
                       WS-BMS-T-ECO(WS-BMS-IDX) / 60
                   COMPUTE WS-BMS-OFF-ED ROUNDED =
                       WS-BMS-T-OFF(WS-BMS-IDX) / 60
                   MOVE WS-BMS-SAVED TO WS-BMS-SAVED-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-BMS-T-ROOM(WS-BMS-IDX) "  "
                       WS-BMS-ECO-ED "   " WS-BMS-OFF-ED "   "
                       WS-BMS-SAVED-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-PERFORM
           COMPUTE WS-BMS-ECO-ED ROUNDED = WS-BMS-TOT-ECO / 60
           COMPUTE WS-BMS-OFF-ED ROUNDED = WS-BMS-TOT-OFF / 60
           MOVE WS-BMS-TOT-SAVED TO WS-BMS-SAVED-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALL   " WS-BMS-ECO-ED "   " WS-BMS-OFF-ED "   "
               WS-BMS-SAVED-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fbmslog HOLDS ONE MODE CHANGE - CLOSES THE ROOM'S
      * PREVIOUS SPAN AT THIS MINUTE AND OPENS THE NEW ONE. A ROOM
      * SEEN FOR THE FIRST TIME STARTS ITS HISTORY HERE.
       BMS_REPLAY_ONE_LINE.
           MOVE SPACES TO WS-BMS-FIELDS
           UNSTRING tamp_fbmslog DELIMITED BY ","
               INTO WS-BMS-P-AT WS-BMS-P-ROOM WS-BMS-P-MODE
           IF WS-BMS-P-AT IS NUMERIC THEN
               MOVE WS-BMS-P-AT TO WS-DST-STAMP
               PERFORM DST_REAL_MINUTES
               MOVE WS-DST-REAL TO WS-BMS-AT-REAL
               COMPUTE WS-BMS-ROOM = FUNCTION NUMVAL(WS-BMS-P-ROOM)
               MOVE 0 TO WS-BMS-STOP
               PERFORM VARYING WS-BMS-IDX FROM 1 BY 1
                   UNTIL WS-BMS-IDX > WS-BMS-CNT OR WS-BMS-STOP = 1
                   IF WS-BMS-T-ROOM(WS-BMS-IDX) = WS-BMS-ROOM THEN
                       MOVE 1 TO WS-BMS-STOP
                   END-IF
               END-PERFORM
               IF WS-BMS-STOP = 1 THEN
                   SUBTRACT 1 FROM WS-BMS-IDX
                   PERFORM BMS_CLOSE_SPAN
                   MOVE WS-BMS-P-MODE TO WS-BMS-T-MODE(WS-BMS-IDX)
                   MOVE WS-BMS-AT-REAL TO WS-BMS-T-SINCE(WS-BMS-IDX)
               ELSE
                   IF WS-BMS-CNT < 500 THEN
                       ADD 1 TO WS-BMS-CNT
                       MOVE WS-BMS-ROOM TO WS-BMS-T-ROOM(WS-BMS-CNT)
                       MOVE WS-BMS-P-MODE TO WS-BMS-T-MODE(WS-BMS-CNT)
                       MOVE WS-BMS-AT-REAL TO
                           WS-BMS-T-SINCE(WS-BMS-CNT)
                       MOVE 0 TO WS-BMS-T-ECO(WS-BMS-CNT)
                       MOVE 0 TO WS-BMS-T-OFF(WS-BMS-CNT)
                   END-IF
               END-IF
           END-IF.

      * WS-BMS-IDX POINTS AT A ROOM AND WS-BMS-AT-REAL AT THE END OF
      * ITS CURRENT SPAN - THE PART OF THE SPAN INSIDE THE MONTH IS
      * ADDED TO THE ROOM'S ECO OR OFF MINUTES.
       BMS_CLOSE_SPAN.
           MOVE WS-BMS-T-SINCE(WS-BMS-IDX) TO WS-BMS-CUT-FROM
           IF WS-BMS-CUT-FROM < WS-BMS-P-FROM THEN
               MOVE WS-BMS-P-FROM TO WS-BMS-CUT-FROM
           END-IF
           MOVE WS-BMS-AT-REAL TO WS-BMS-CUT-TO
           IF WS-BMS-CUT-TO > WS-BMS-P-TO THEN
               MOVE WS-BMS-P-TO TO WS-BMS-CUT-TO
           END-IF
           IF WS-BMS-CUT-TO > WS-BMS-CUT-FROM THEN
               IF WS-BMS-T-MODE(WS-BMS-IDX) = "ECO" THEN
                   COMPUTE WS-BMS-T-ECO(WS-BMS-IDX) =
                       WS-BMS-T-ECO(WS-BMS-IDX) +
                       WS-BMS-CUT-TO - WS-BMS-CUT-FROM
               END-IF
               IF WS-BMS-T-MODE(WS-BMS-IDX) = "OFF" THEN
                   COMPUTE WS-BMS-T-OFF(WS-BMS-IDX) =
                       WS-BMS-T-OFF(WS-BMS-IDX) +
                       WS-BMS-CUT-TO - WS-BMS-CUT-FROM
               END-IF
           END-IF.

      * THE MORNING CHASE LIST - EVERY KEY CARD STILL OUT, WITH THE
      * ROOM AND STAY IT WAS ISSUED AGAINST.
       OUTSTANDING_CARDS_REPORT.
           MOVE 0 TO WS-KEY-OUT
           DISPLAY "OUTSTANDING KEY CARDS - CARD/ROOM/RESA/ISSUED"
           OPEN INPUT fkey
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkey NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fkc_status = 0 THEN
                               ADD 1 TO WS-KEY-OUT
                               DISPLAY fkc_numCard " " fkc_numCh
                                   " " fkc_numResa " " fkc_issued
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fkey
           DISPLAY "CARDS STILL OUT: " WS-KEY-OUT.

      * OPEN WORK ORDERS WITH THEIR AGE IN DAYS (CALENDAR-ROUGH,
      * GOOD ENOUGH TO SORT THE WEEKLY MAINTENANCE MEETING BY) -
      * URGENT ONES GATHERING DUST STAND OUT IMMEDIATELY.
       WORK_ORDER_AGING_REPORT.
           DISPLAY "OPEN WORK ORDERS - NUM/ROOM/PRIO/ASSIGNED/AGE/"
               "FAULT"
           OPEN INPUT fwo
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwo NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fwo_status = 0 THEN
                               COMPUTE WS-WO-AGE-DAYS =
                                   ((WS-CURRENT-YEAR -
                                   fwo_open_year) * 365) +
                                   ((WS-CURRENT-MONTH -
                                   fwo_open_month) * 31) +
                                   (WS-CURRENT-DAY - fwo_open_day)
                               DISPLAY fwo_numWo " " fwo_numCh " "
                                   fwo_priority " " fwo_assigned
                                   " " WS-WO-AGE-DAYS "D "
                                   FUNCTION TRIM(fwo_text)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fwo.

      * NIGHTLY LEARNING PASS FOR THE CLEANING BUFFERS - AVERAGES
      * THE ACTUAL CLOCKED DURATION OF THE LAST 90 DAYS' MISSIONS
      * PER ROOM TYPE (ROOM JOINED FROM fch PER MISSION), ROUNDS UP
      * TO WHOLE HOURS, CLAMPS TO THE fparam "BUFL"/"BUFH" FLOOR
      * AND CEILING AND UPSERTS ONE fbuf RECORD PER TYPE - SO THE
      * JACUZZI SUITES STOP GETTING BOOKED BEFORE THEY'RE READY AND
      * THE SMALL ROOMS STOP SITTING IDLE.
       LEARN_CLEANING_BUFFERS.
           MOVE "BUFL" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-BUF-FLOOR
           IF WS-BUF-FLOOR = 0 THEN
               MOVE 1 TO WS-BUF-FLOOR
           END-IF
           MOVE "BUFH" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-BUF-CEIL
           IF WS-BUF-CEIL = 0 THEN
               MOVE 4 TO WS-BUF-CEIL
           END-IF
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 90 TIMES
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-BUF-CUTOFF
           MOVE 0 TO WS-BUF-CNT
           OPEN INPUT fmis
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fm_reel_debut_year NOT = 0 AND
                               fm_reel_fin_year NOT = 0 AND
                               fm_reel_debut_date >= WS-BUF-CUTOFF
                               THEN
                               PERFORM BUF_TALLY_ONE_MISSION
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fmis
           MOVE 0 TO WS-BUF-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-BUF-IDX = WS-BUF-CNT
               ADD 1 TO WS-BUF-IDX
               IF WS-BUF-MIS-CNT(WS-BUF-IDX) > 0 THEN
                   COMPUTE WS-BUF-AVG =
                       WS-BUF-SUM-MIN(WS-BUF-IDX) /
                       WS-BUF-MIS-CNT(WS-BUF-IDX)
                   COMPUTE WS-BUF-HOURS = (WS-BUF-AVG + 59) / 60
                   IF WS-BUF-HOURS < WS-BUF-FLOOR THEN
                       MOVE WS-BUF-FLOOR TO WS-BUF-HOURS
                   END-IF
                   IF WS-BUF-HOURS > WS-BUF-CEIL THEN
                       MOVE WS-BUF-CEIL TO WS-BUF-HOURS
                   END-IF
                   OPEN I-O fbuf
                       MOVE WS-BUF-TYPE(WS-BUF-IDX) TO fcb_typeCh
                       READ fbuf
                           INVALID KEY
                               MOVE WS-BUF-HOURS TO fcb_hours
                               WRITE tamp_fbuf
                           NOT INVALID KEY
                               MOVE WS-BUF-HOURS TO fcb_hours
                               REWRITE tamp_fbuf
                       END-READ
                   CLOSE fbuf
                   DISPLAY "CLEANING BUFFER - "
                       FUNCTION TRIM(WS-BUF-TYPE(WS-BUF-IDX))
                       " -> " WS-BUF-HOURS "H"
               END-IF
           END-PERFORM
           MOVE 2 TO WS-BUF-HOURS.

      * fm_* HOLDS A CLOCKED MISSION IN THE WINDOW - ITS SAME-DAY
      * WORKED MINUTES GO INTO ITS ROOM TYPE'S BUCKET.
       BUF_TALLY_ONE_MISSION.
           COMPUTE WS-BUF-ONE-MIN =
               ((fm_reel_fin_hours * 60) + fm_reel_fin_minute) -
               ((fm_reel_debut_hours * 60) + fm_reel_debut_minute)
           PERFORM DST_MISSION_CORRECTION
           ADD WS-DST-ADJ TO WS-BUF-ONE-MIN
           IF WS-BUF-ONE-MIN > 0 THEN
               MOVE " " TO WS-TYPE-CH
               OPEN INPUT fch
                   MOVE fm_numCh TO fc_numCh
                   READ fch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fc_typeCh TO WS-TYPE-CH
                   END-READ
               CLOSE fch
               IF WS-TYPE-CH NOT = SPACES THEN
                   MOVE 0 TO WS-BUF-HIT
                   MOVE 0 TO WS-BUF-IDX
                   PERFORM WITH TEST BEFORE UNTIL
                       WS-BUF-IDX = WS-BUF-CNT OR WS-BUF-HIT = 1
                       ADD 1 TO WS-BUF-IDX
                       IF WS-BUF-TYPE(WS-BUF-IDX) = WS-TYPE-CH THEN
                           ADD WS-BUF-ONE-MIN TO
                               WS-BUF-SUM-MIN(WS-BUF-IDX)
                           ADD 1 TO WS-BUF-MIS-CNT(WS-BUF-IDX)
                           MOVE 1 TO WS-BUF-HIT
                       END-IF
                   END-PERFORM
                   IF WS-BUF-HIT = 0 AND WS-BUF-CNT < 20 THEN
                       ADD 1 TO WS-BUF-CNT
                       MOVE WS-TYPE-CH TO WS-BUF-TYPE(WS-BUF-CNT)
                       MOVE WS-BUF-ONE-MIN TO
                           WS-BUF-SUM-MIN(WS-BUF-CNT)
                       MOVE 1 TO WS-BUF-MIS-CNT(WS-BUF-CNT)
                   END-IF
               END-IF
           END-IF.

      * WEEKLY PUNCH ANOMALIES - CLOCK-OUTS NEVER STAMPED ON PAST
      * DAYS (THE FORGOTTEN-LOGOUT CLASSIC), READY FOR A MANUAL
      * CORRECTION WITH A MANAGER'S NAME ON IT.
       PUNCH_ANOMALY_REPORT.
           MOVE 0 TO WS-PUN-ANOM
           DISPLAY "PUNCH ANOMALIES - STAFF/DATE/IN (NO CLOCK-OUT)"
           OPEN INPUT fpunch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpunch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fpu_out_hours = 0 AND
                               fpu_out_minute = 0 AND
                               fpu_date < WS-CURRENT-DATE THEN
                               ADD 1 TO WS-PUN-ANOM
                               DISPLAY fpu_numP " " fpu_date " "
                                   fpu_in_hours "h" fpu_in_minute
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpunch
           DISPLAY "PUNCHES AWAITING CORRECTION: " WS-PUN-ANOM.

      * THE WEEKLY LABOUR-COMPLIANCE LIST - EVERY ASSIGNMENT OF THE
      * LAST SEVEN DAYS THAT HAD TO OVERRIDE THE WORKING-TIME CAPS
      * (date,time,staff,room,approver FROM THE OVERRIDE LOG).
       TIME_VIOLATION_REPORT.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 7 TIMES
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-YEAR TO WS-OVR-CUT-YEAR
           MOVE WS-WORK-MONTH TO WS-OVR-CUT-MONTH
           MOVE WS-WORK-DAY TO WS-OVR-CUT-DAY
           MOVE 0 TO WS-OVR-VIOL-CNT
           DISPLAY "TIME-CAP OVERRIDES THIS WEEK - "
               "DATE,TIME,STAFF,ROOM,APPROVER"
           OPEN INPUT fovrlog
           IF cr_fovrlog NOT = "00" THEN
               CLOSE fovrlog
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fovrlog
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF tamp_fovrlog(1:10) >=
                               WS-OVR-CUTOFF-LINE THEN
                               ADD 1 TO WS-OVR-VIOL-CNT
                               DISPLAY tamp_fovrlog(1:70)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fovrlog
           END-IF
           DISPLAY "OVERRIDES IN THE WINDOW: " WS-OVR-VIOL-CNT.

      * fr_numCh HOLDS A STAY JUST ARCHIVED AS COMPLETED - EVERY
      * PERIODIC-TASK REGISTER ROW FOR THAT ROOM COUNTS ONE MORE
      * STAY TOWARDS ITS AFTER-N-STAYS CADENCE.
       PTASK_BUMP_STAY_COUNTS.
           OPEN I-O fpdone
               MOVE fr_numCh TO fpn_numCh
               START fpdone KEY IS EQUAL fpn_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wstop = 1
                           READ fpdone NEXT
                               AT END
                                   MOVE 1 TO Wstop
                               NOT AT END
                                   IF fpn_numCh NOT = fr_numCh THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       ADD 1 TO fpn_stay_count
                                       REWRITE tamp_fpdone
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpdone.

      * fr_numCh HOLDS A STAY JUST ARCHIVED AS COMPLETED - EVERY
      * PREVENTIVE-MAINTENANCE REGISTER ROW FOR A PIECE IN THAT ROOM
      * COUNTS ONE MORE STAY TOWARDS ITS AFTER-N-STAYS INTERVAL.
       PM_BUMP_STAY_COUNTS.
           OPEN I-O fpmdone
               MOVE fr_numCh TO fps_numCh
               START fpmdone KEY IS EQUAL fps_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PMS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                           READ fpmdone NEXT
                               AT END
                                   MOVE 1 TO WS-PMS-EOF
                               NOT AT END
                                   IF fps_numCh NOT = fr_numCh THEN
                                       MOVE 1 TO WS-PMS-EOF
                                   ELSE
                                       ADD 1 TO fps_stay_count
                                       REWRITE tamp_fpmdone
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpmdone.

      * MATERIALIZES DUE PERIODIC TASKS AS ORDINARY CLEANING
      * MISSIONS - PER TASK AND MATCHING ROOM, THE LAST-DONE
      * REGISTER SAYS WHETHER THE EVERY-N-DAYS OR AFTER-N-STAYS
      * CADENCE HAS COME ROUND; A DUE TASK LOOKS FOR A FREE HOUR IN
      * THE ROOM'S DAY (NO fresa OVERLAP) AND GOES THROUGH THE
      * NORMAL ASSIGN_LEAST_LOADED_CLEANER PICK. RUN EACH BATCH
      * PASS.
      * ONE-AT-A-TIME KEYED CURSORS FETCH EACH TASK AND EACH ROOM
      * AND LET GO OF fptask/fch BEFORE THE DUE TEST RUNS - THE
      * ASSIGNMENT HELPERS OPEN AND CLOSE fch AND fmis THEMSELVES,
      * SO NEITHER MAY BE HELD OPEN AROUND THEM (SAME RULE
      * MISSION_START_ESCALATION AND GENERATE_MISSION FOLLOW), AND
      * THE HELPERS' OWN SCANS CLOBBER THE SHARED Wfin/Wstop
      * FLAGS, SO THE DRIVER LOOPS CARRY THEIR OWN.
       MATERIALIZE_PERIODIC_TASKS.
           MOVE 0 TO WS-PTK-PLACED
           MOVE 0 TO WS-PTK-LAST-PK
           MOVE 0 TO WS-PTK-TDONE
           PERFORM WITH TEST AFTER UNTIL WS-PTK-TDONE = 1
               PERFORM FETCH_NEXT_PTASK
               IF WS-PTK-TASK-GOT = 0 THEN
                   MOVE 1 TO WS-PTK-TDONE
               ELSE
                   PERFORM PTASK_SCAN_ROOMS
               END-IF
           END-PERFORM
           IF WS-PTK-PLACED > 0 THEN
               DISPLAY "PERIODIC MISSIONS PLACED: " WS-PTK-PLACED
           END-IF.

      * FETCHES THE NEXT TASK PAST WS-PTK-LAST-PK, LEAVING IT IN
      * tamp_fptask WITH fptask CLOSED AGAIN.
       FETCH_NEXT_PTASK.
           MOVE 0 TO WS-PTK-TASK-GOT
           OPEN INPUT fptask
               MOVE WS-PTK-LAST-PK TO fpk_numPk
               START fptask KEY IS GREATER fpk_numPk
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fptask NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE fpk_numPk TO WS-PTK-LAST-PK
                               MOVE 1 TO WS-PTK-TASK-GOT
                       END-READ
               END-START
           CLOSE fptask.

      * tamp_fptask HOLDS ONE TASK - EVERY ROOM IN ITS SCOPE GETS
      * THE DUE TEST, FETCHED ONE AT A TIME SO fch IS CLOSED AGAIN
      * BEFORE THE TEST AND THE ASSIGNMENT RUN.
       PTASK_SCAN_ROOMS.
           MOVE 0 TO WS-PTK-LAST-CH
           MOVE 0 TO WS-PTK-RDONE
           PERFORM WITH TEST AFTER UNTIL WS-PTK-RDONE = 1
               PERFORM FETCH_NEXT_PTASK_ROOM
               IF WS-PTK-GOT = 0 THEN
                   MOVE 1 TO WS-PTK-RDONE
               ELSE
                   PERFORM PTASK_CHECK_ONE_ROOM
               END-IF
           END-PERFORM.

      * FETCHES THE NEXT IN-SERVICE ROOM PAST WS-PTK-LAST-CH THAT
      * FALLS IN THE TASK'S SCOPE, LEAVING ITS NUMBER IN
      * WS-PTK-ROOM WITH fch CLOSED AGAIN.
       FETCH_NEXT_PTASK_ROOM.
           MOVE 0 TO WS-PTK-GOT
           OPEN INPUT fch
               MOVE WS-PTK-LAST-CH TO fc_numCh
               START fch KEY IS GREATER fc_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wvalide
                       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                           OR WS-PTK-GOT = 1
                           READ fch NEXT
                               AT END
                                   MOVE 1 TO Wvalide
                               NOT AT END
                                   MOVE fc_numCh TO WS-PTK-LAST-CH
                                   IF (fpk_numCh NOT = 0 AND
                                       fc_numCh = fpk_numCh) OR
                                       (fpk_numCh = 0 AND
                                       fc_typeCh = fpk_typeCh) THEN
                                       IF fc_status = 0 AND
                                           (fc_retired = 0 OR
                                           fc_retired >
                                           WS-CURRENT-DATE) THEN
                                           MOVE fc_numCh TO
                                               WS-PTK-ROOM
                                           MOVE 1 TO WS-PTK-GOT
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fch.

      * tamp_fptask AND WS-PTK-ROOM HOLD THE TASK AND ROOM - FINDS
      * (OR SEEDS) THE LAST-DONE ROW, RUNS THE CADENCE TEST AND
      * SCHEDULES THE MISSION WHEN DUE, RESETTING THE ROW ON
      * SUCCESS.
       PTASK_CHECK_ONE_ROOM.
           MOVE 0 TO WS-PTK-ROW
           OPEN INPUT fpdone
               MOVE WS-PTK-ROOM TO fpn_numCh
               START fpdone KEY IS EQUAL fpn_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wvalide
                       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                           READ fpdone NEXT
                               AT END
                                   MOVE 1 TO Wvalide
                               NOT AT END
                                   IF fpn_numCh NOT = WS-PTK-ROOM
                                       THEN
                                       MOVE 1 TO Wvalide
                                   ELSE
                                       IF fpn_numPk = fpk_numPk
                                           THEN
                                           MOVE fpn_numPn TO
                                               WS-PTK-ROW
                                           MOVE 1 TO Wvalide
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpdone
           IF WS-PTK-ROW = 0 THEN
               PERFORM GET_LASTID_PERIODIC_DONE
               MOVE fpk_numPk TO fpn_numPk
               MOVE WS-PTK-ROOM TO fpn_numCh
               MOVE WS-CURRENT-DATE TO fpn_last_date
               MOVE 0 TO fpn_stay_count
               OPEN I-O fpdone
                   WRITE tamp_fpdone
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               CLOSE fpdone
           ELSE
               MOVE 0 TO WS-PTK-DUE
               IF fpk_every_days NOT = 0 THEN
                   MOVE fpn_last_date TO WS-WORK-DATE
                   MOVE fpk_every_days TO WS-ADD-DAYS
                   PERFORM ADD_DAYS_TO_WORK_DATE
                   MOVE WS-WORK-DATE TO WS-PTK-NEXT-DUE
                   IF WS-PTK-NEXT-DUE <= WS-CURRENT-DATE THEN
                       MOVE 1 TO WS-PTK-DUE
                   END-IF
               END-IF
               IF fpk_every_stays NOT = 0 AND
                   fpn_stay_count >= fpk_every_stays THEN
                   MOVE 1 TO WS-PTK-DUE
               END-IF
               IF WS-PTK-DUE = 1 THEN
                   PERFORM PTASK_SCHEDULE_MISSION
                   IF WS-PTK-SCHEDULED = 1 THEN
                       OPEN I-O fpdone
                           MOVE WS-PTK-ROW TO fpn_numPn
                           READ fpdone
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-CURRENT-DATE TO
                                       fpn_last_date
                                   MOVE 0 TO fpn_stay_count
                                   REWRITE tamp_fpdone
                           END-READ
                       CLOSE fpdone
                   END-IF
               END-IF
           END-IF.

      * tamp_fptask AND WS-PTK-ROOM HOLD THE DUE TASK AND ROOM -
      * THE FIRST
      * HOUR BETWEEN 8 AND 20 WHERE THE ROOM HAS NO fresa OVERLAP
      * FOR THE TASK'S DURATION TAKES THE MISSION, PICKED AND
      * WRITTEN THE GENERATE_MISSION WAY.
       PTASK_SCHEDULE_MISSION.
           MOVE 0 TO WS-PTK-SCHEDULED
           MOVE 8 TO WS-PTK-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-PTK-HOUR > 20
               OR WS-PTK-SCHEDULED = 1
               MOVE WS-CURRENT-DATE TO WS-NEWMIS-DEBUT-DATE
               MOVE WS-PTK-HOUR TO WS-NEWMIS-DEBUT-HOURS
               MOVE 0 TO WS-NEWMIS-DEBUT-MINUTE
               MOVE WS-NEWMIS-DEBUT TO WS-NEWMIS-FIN
               ADD fpk_duration_hours TO WS-NEWMIS-FIN-HOURS
               PERFORM WITH TEST BEFORE UNTIL
                   WS-NEWMIS-FIN-HOURS < 24
                   SUBTRACT 24 FROM WS-NEWMIS-FIN-HOURS
                   ADD 1 TO WS-NEWMIS-FIN-DAY
               END-PERFORM
               PERFORM PTASK_ROOM_FREE
               IF WS-PTK-FREE = 1 THEN
                   MOVE WS-PTK-ROOM TO WS-NEWMIS-ROOM
                   PERFORM ASSIGN_LEAST_LOADED_CLEANER
                   IF fm_numP NOT = 0 THEN
                       PERFORM GET_LASTID_MISSION
                       MOVE WS-NEWMIS-ROOM TO fm_numCh
                       MOVE WS-NEWMIS-DEBUT TO fm_debut
                       MOVE WS-NEWMIS-FIN TO fm_fin
                       MOVE ZEROS TO fm_reel_debut
                       MOVE ZEROS TO fm_reel_fin
                       MOVE 0 TO fm_needs_reassign
                       MOVE 0 TO fm_inspected
                       MOVE WS-SITE-NUM TO fm_site
                       MOVE 0 TO fm_supply_cost
                       OPEN I-O fmis
                           WRITE tamp_fmis
                               INVALID KEY
                                   DISPLAY
                                       "PERIODIC MISSION FAILED"
                               NOT INVALID KEY
                                   ADD 1 TO WS-PTK-PLACED
                                   MOVE 1 TO WS-PTK-SCHEDULED
                                   DISPLAY "PERIODIC TASK "
                                       FUNCTION TRIM(fpk_label)
                                       " -> MISSION " fm_numM
                                       " ROOM " fm_numCh
                                   MOVE "fmis" TO WS-AUDIT-FILE
                                   MOVE fm_numM TO WS-AUDIT-KEY
                                   MOVE "ADD" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                           END-WRITE
                       CLOSE fmis
                   END-IF
               END-IF
               ADD 1 TO WS-PTK-HOUR
           END-PERFORM.

      * WS-NEWMIS-DEBUT/FIN HOLD THE CANDIDATE WINDOW FOR
      * tamp_fch'S ROOM - WS-PTK-FREE = 1 WHEN NO LIVE STAY
      * STRADDLES IT.
       PTASK_ROOM_FREE.
           MOVE 1 TO WS-PTK-FREE
           OPEN INPUT fresa
               MOVE WS-PTK-ROOM TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wvalide
                       PERFORM WITH TEST AFTER UNTIL Wvalide = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO Wvalide
                               NOT AT END
                                   IF fr_numCh NOT = WS-PTK-ROOM
                                       THEN
                                       MOVE 1 TO Wvalide
                                   ELSE
                                       IF fr_status NOT = 3 AND
                                           fr_date_debut <
                                           WS-NEWMIS-FIN AND
                                           WS-NEWMIS-DEBUT <
                                           fr_date_fin THEN
                                           MOVE 0 TO WS-PTK-FREE
                                           MOVE 1 TO Wvalide
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa.

      * OVERDUE PERIODIC TASKS PER ROOM - ROWS WHOSE CADENCE CAME
      * ROUND AND STILL COULDN'T BE PLACED (NO FREE SLOT OR NO
      * CLEANER).
       PERIODIC_OVERDUE_REPORT.
           MOVE 0 TO WS-PTK-OVERDUE
           DISPLAY "OVERDUE PERIODIC TASKS - TASK/ROOM/LAST DONE/"
               "STAYS SINCE"
           OPEN INPUT fpdone
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpdone NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 0 TO WS-PTK-DUE
                           OPEN INPUT fptask
                               MOVE fpn_numPk TO fpk_numPk
                               READ fptask
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF fpk_every_days NOT = 0
                                           THEN
                                           MOVE fpn_last_date TO
                                               WS-WORK-DATE
                                           MOVE fpk_every_days TO
                                               WS-ADD-DAYS
                                           PERFORM
                                             ADD_DAYS_TO_WORK_DATE
                                           IF WS-WORK-DATE <
                                               WS-CURRENT-DATE THEN
                                               MOVE 1 TO WS-PTK-DUE
                                           END-IF
                                       END-IF
                                       IF fpk_every_stays NOT = 0
                                           AND fpn_stay_count >
                                           fpk_every_stays THEN
                                           MOVE 1 TO WS-PTK-DUE
                                       END-IF
                               END-READ
                           CLOSE fptask
                           IF WS-PTK-DUE = 1 THEN
                               ADD 1 TO WS-PTK-OVERDUE
                               DISPLAY fpn_numPk " " fpn_numCh
                                   " " fpn_last_date " "
                                   fpn_stay_count
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpdone
           DISPLAY "PERIODIC TASKS OVERDUE: " WS-PTK-OVERDUE.

      * RAISES DUE PREVENTIVE MAINTENANCE AS ORDINARY fwo WORK
      * ORDERS - PER PLAN AND MATCHING PIECE OF EQUIPMENT, THE
      * SERVICE REGISTER SAYS WHETHER THE EVERY-N-DAYS OR
      * AFTER-N-STAYS INTERVAL HAS COME ROUND; A DUE PIECE WITH NO
      * PREVENTIVE ORDER ALREADY OPEN GETS ONE, PLANNED INTO THE
      * FIRST DAYTIME GAP OVER THE NEXT TWO WEEKS WHERE THE ROOM HAS
      * NO BOOKING. THE ROOM STAYS IN SERVICE - THE GAP IS THE POINT.
      * SAME ONE-AT-A-TIME CURSORS AS MATERIALIZE_PERIODIC_TASKS.
       RAISE_PREVENTIVE_WORK_ORDERS.
           MOVE 0 TO WS-PMS-RAISED
           MOVE 0 TO WS-PMS-LAST-PM
           MOVE 0 TO WS-PMS-PDONE
           PERFORM WITH TEST AFTER UNTIL WS-PMS-PDONE = 1
               PERFORM FETCH_NEXT_PM_PLAN
               IF WS-PMS-PLAN-GOT = 0 THEN
                   MOVE 1 TO WS-PMS-PDONE
               ELSE
                   PERFORM PM_SCAN_EQUIPMENT
               END-IF
           END-PERFORM
           IF WS-PMS-RAISED > 0 THEN
               DISPLAY "PREVENTIVE WORK ORDERS RAISED: "
                   WS-PMS-RAISED
           END-IF.

      * FETCHES THE NEXT PLAN PAST WS-PMS-LAST-PM, LEAVING IT IN
      * tamp_fpmplan WITH fpmplan CLOSED AGAIN.
       FETCH_NEXT_PM_PLAN.
           MOVE 0 TO WS-PMS-PLAN-GOT
           OPEN INPUT fpmplan
               MOVE WS-PMS-LAST-PM TO fpm_numPm
               START fpmplan KEY IS GREATER fpm_numPm
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fpmplan NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE fpm_numPm TO WS-PMS-LAST-PM
                               MOVE 1 TO WS-PMS-PLAN-GOT
                       END-READ
               END-START
           CLOSE fpmplan.

      * tamp_fpmplan HOLDS ONE PLAN - EVERY PIECE IN ITS SCOPE GETS
      * THE DUE TEST, FETCHED ONE AT A TIME.
       PM_SCAN_EQUIPMENT.
           MOVE 0 TO WS-PMS-LAST-EQ
           MOVE 0 TO WS-PMS-EDONE
           PERFORM WITH TEST AFTER UNTIL WS-PMS-EDONE = 1
               PERFORM FETCH_NEXT_PM_EQUIPMENT
               IF WS-PMS-EQ-GOT = 0 THEN
                   MOVE 1 TO WS-PMS-EDONE
               ELSE
                   PERFORM PM_CHECK_ONE_PIECE
               END-IF
           END-PERFORM.

      * FETCHES THE NEXT PIECE PAST WS-PMS-LAST-EQ THAT FALLS IN THE
      * PLAN'S SCOPE (THE ONE PIECE, OR EVERY PIECE OF THE ITEM
      * TYPE), LEAVING WHAT THE CHECK NEEDS IN WS-PMS-*.
       FETCH_NEXT_PM_EQUIPMENT.
           MOVE 0 TO WS-PMS-EQ-GOT
           OPEN INPUT fequip
               MOVE WS-PMS-LAST-EQ TO feq_numEq
               START fequip KEY IS GREATER feq_numEq
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PMS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                           OR WS-PMS-EQ-GOT = 1
                           READ fequip NEXT
                               AT END
                                   MOVE 1 TO WS-PMS-EOF
                               NOT AT END
                                   MOVE feq_numEq TO WS-PMS-LAST-EQ
                                   IF (fpm_numEq NOT = 0 AND
                                       feq_numEq = fpm_numEq) OR
                                       (fpm_numEq = 0 AND
                                       feq_item = fpm_item) THEN
                                       MOVE feq_numEq TO WS-PMS-EQ
                                       MOVE feq_numCh TO WS-PMS-ROOM
                                       MOVE feq_item TO WS-PMS-ITEM
                                       MOVE feq_purchased TO
                                           WS-PMS-PURCHASED
                                       MOVE 1 TO WS-PMS-EQ-GOT
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fequip.

      * tamp_fpmplan AND WS-PMS-EQ/ROOM HOLD THE PLAN AND PIECE -
      * FINDS (OR SEEDS, FROM THE PURCHASE DATE) THE REGISTER ROW.
      * A ROW WITH AN ORDER OUT ONLY HAS THAT ORDER CHECKED; A ROW
      * WITH NONE RUNS THE INTERVAL TEST AND RAISES THE ORDER WHEN
      * DUE.
       PM_CHECK_ONE_PIECE.
           PERFORM PM_FIND_ROW
           IF WS-PMS-ROW = 0 THEN
               PERFORM GET_LASTID_PM_DONE
               MOVE fpm_numPm TO fps_numPm
               MOVE WS-PMS-EQ TO fps_numEq
               MOVE WS-PMS-ROOM TO fps_numCh
               IF WS-PMS-PURCHASED = 0 THEN
                   MOVE WS-CURRENT-DATE TO fps_last_date
               ELSE
                   MOVE WS-PMS-PURCHASED TO fps_last_date
               END-IF
               MOVE 0 TO fps_stay_count
               MOVE 0 TO fps_numWo
               MOVE 0 TO fps_plan_date
               MOVE 0 TO fps_plan_hour
               OPEN I-O fpmdone
                   WRITE tamp_fpmdone
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fps_numPd TO WS-PMS-ROW
                   END-WRITE
               CLOSE fpmdone
           END-IF
           IF WS-PMS-ROW NOT = 0 THEN
               IF fps_numWo NOT = 0 THEN
                   PERFORM PM_CHECK_OPEN_ORDER
               ELSE
                   PERFORM PM_DUE_TEST
                   IF WS-PMS-DUE = 1 THEN
                       PERFORM PM_SCHEDULE_ORDER
                       IF WS-PMS-PLACED = 1 THEN
                           OPEN I-O fpmdone
                               MOVE WS-PMS-ROW TO fps_numPd
                               READ fpmdone
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE WS-PMS-WO TO fps_numWo
                                       MOVE WS-NEWMIS-DEBUT-DATE TO
                                           fps_plan_date
                                       MOVE WS-NEWMIS-DEBUT-HOURS TO
                                           fps_plan_hour
                                       REWRITE tamp_fpmdone
                               END-READ
                           CLOSE fpmdone
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * LOOKS UP THE REGISTER ROW FOR tamp_fpmplan'S PLAN AND PIECE
      * WS-PMS-EQ THROUGH THE ROOM KEY - WS-PMS-ROW = 0 WHEN THERE IS
      * NONE YET, OTHERWISE tamp_fpmdone HOLDS IT.
       PM_FIND_ROW.
           MOVE 0 TO WS-PMS-ROW
           OPEN INPUT fpmdone
               MOVE WS-PMS-ROOM TO fps_numCh
               START fpmdone KEY IS EQUAL fps_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PMS-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                           READ fpmdone NEXT
                               AT END
                                   MOVE 1 TO WS-PMS-EOF
                               NOT AT END
                                   IF fps_numCh NOT = WS-PMS-ROOM
                                       THEN
                                       MOVE 1 TO WS-PMS-EOF
                                   ELSE
                                       IF fps_numPm = fpm_numPm AND
                                           fps_numEq = WS-PMS-EQ
                                           THEN
                                           MOVE fps_numPd TO
                                               WS-PMS-ROW
                                           MOVE 1 TO WS-PMS-EOF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpmdone.

      * tamp_fpmplan AND tamp_fpmdone HOLD A PLAN AND ITS REGISTER
      * ROW - WS-PMS-DUE = 1 WHEN EITHER INTERVAL HAS COME ROUND.
       PM_DUE_TEST.
           MOVE 0 TO WS-PMS-DUE
           IF fpm_every_days NOT = 0 THEN
               MOVE fps_last_date TO WS-WORK-DATE
               MOVE fpm_every_days TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               MOVE WS-WORK-DATE TO WS-PMS-NEXT-DUE
               IF WS-PMS-NEXT-DUE <= WS-CURRENT-DATE THEN
                   MOVE 1 TO WS-PMS-DUE
               END-IF
           END-IF
           IF fpm_every_stays NOT = 0 AND
               fps_stay_count >= fpm_every_stays THEN
               MOVE 1 TO WS-PMS-DUE
           END-IF.

      * tamp_fpmdone NAMES A PREVENTIVE ORDER STILL MARKED OUT - AN
      * ORDER CLOSED OR REMOVED BEHIND THE REGISTER'S BACK COUNTS AS
      * THE SERVICE HAVING BEEN DONE, SO THE ROW IS FREED FOR THE
      * NEXT INTERVAL.
       PM_CHECK_OPEN_ORDER.
           MOVE fps_numWo TO WS-PMS-WO
           MOVE 0 TO WS-PMS-DUE
           OPEN INPUT fwo
               MOVE WS-PMS-WO TO fwo_numWo
               READ fwo
                   INVALID KEY
                       MOVE 1 TO WS-PMS-DUE
                   NOT INVALID KEY
                       IF fwo_status = 1 THEN
                           MOVE 1 TO WS-PMS-DUE
                       END-IF
               END-READ
           CLOSE fwo
           IF WS-PMS-DUE = 1 THEN
               PERFORM PM_RECORD_SERVICE
           END-IF.

      * tamp_fpmplan, WS-PMS-EQ AND WS-PMS-ROOM HOLD THE DUE PLAN
      * AND PIECE - THE FIRST WHOLE DAYTIME WINDOW (09:00-18:00, THE
      * PLAN'S DURATION LONG) OVER THE NEXT 14 DAYS WITH NO LIVE
      * STAY ON THE ROOM TAKES THE ORDER.
       PM_SCHEDULE_ORDER.
           MOVE 0 TO WS-PMS-PLACED
           MOVE 0 TO WS-PMS-DAY
           MOVE WS-PMS-ROOM TO WS-PTK-ROOM
           PERFORM WITH TEST BEFORE UNTIL WS-PMS-DAY > 13
               OR WS-PMS-PLACED = 1
               MOVE WS-CURRENT-DATE TO WS-WORK-DATE
               MOVE WS-PMS-DAY TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               MOVE 9 TO WS-PMS-HOUR
               IF WS-PMS-DAY = 0 AND WS-CURRENT-HOURS >= 9 THEN
                   COMPUTE WS-PMS-HOUR = WS-CURRENT-HOURS + 1
               END-IF
               PERFORM WITH TEST BEFORE UNTIL
                   WS-PMS-HOUR + fpm_duration_hours > 18
                   OR WS-PMS-PLACED = 1
                   MOVE WS-WORK-DATE TO WS-NEWMIS-DEBUT-DATE
                   MOVE WS-PMS-HOUR TO WS-NEWMIS-DEBUT-HOURS
                   MOVE 0 TO WS-NEWMIS-DEBUT-MINUTE
                   MOVE WS-NEWMIS-DEBUT TO WS-NEWMIS-FIN
                   ADD fpm_duration_hours TO WS-NEWMIS-FIN-HOURS
                   PERFORM PTASK_ROOM_FREE
                   IF WS-PTK-FREE = 1 THEN
                       PERFORM PM_WRITE_WORK_ORDER
                   END-IF
                   ADD 1 TO WS-PMS-HOUR
               END-PERFORM
               ADD 1 TO WS-PMS-DAY
           END-PERFORM.

      * WS-NEWMIS-DEBUT HOLDS THE FREE SLOT - WRITES THE ORDER THE
      * ADD_WORK_ORDER WAY, UNASSIGNED SO IT LANDS IN EVERY
      * TECHNICIAN'S QUEUE, WITH THE PLANNED SLOT IN THE TEXT.
       PM_WRITE_WORK_ORDER.
           PERFORM GET_LASTID_WORKORDER
           MOVE WS-PMS-ROOM TO fwo_numCh
           MOVE 0 TO fwo_reported_by
           MOVE SPACES TO fwo_text
           STRING "PM " DELIMITED BY SIZE
               fpm_label DELIMITED BY "  "
               " - PLANNED " DELIMITED BY SIZE
               WS-NEWMIS-DEBUT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NEWMIS-DEBUT-HOURS DELIMITED BY SIZE
               "H" DELIMITED BY SIZE
               INTO fwo_text
           MOVE fpm_priority TO fwo_priority
           MOVE 0 TO fwo_assigned
           MOVE 0 TO fwo_cost_entier
           MOVE 0 TO fwo_cost_decimal
           MOVE WS-CURRENT-DATE TO fwo_date_open
           MOVE ZEROS TO fwo_date_closed
           MOVE 0 TO fwo_status
           MOVE WS-PMS-EQ TO fwo_numEq
           MOVE ZEROS TO fwo_real_start
           MOVE ZEROS TO fwo_real_end
           OPEN I-O fwo
               WRITE tamp_fwo
                   INVALID KEY
                       DISPLAY "PREVENTIVE WORK ORDER FAILED"
                   NOT INVALID KEY
                       ADD 1 TO WS-PMS-RAISED
                       MOVE 1 TO WS-PMS-PLACED
                       MOVE fwo_numWo TO WS-PMS-WO
                       DISPLAY "PM PLAN " FUNCTION TRIM(fpm_label)
                           " -> WORK ORDER " fwo_numWo
                           " ROOM " fwo_numCh
                           " ON " WS-NEWMIS-DEBUT-DATE
                       MOVE "fwo" TO WS-AUDIT-FILE
                       MOVE fwo_numWo TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fwo.

      * OVERDUE PREVENTIVE MAINTENANCE PER PIECE - ROWS WHOSE
      * INTERVAL CAME ROUND AND STILL HAVE NO ORDER (NO FREE GAP IN
      * THE FORTNIGHT), AND ROWS WHOSE ORDER IS STILL OPEN PAST ITS
      * PLANNED DAY.
       PM_OVERDUE_REPORT.
           MOVE 0 TO WS-PMS-OVERDUE
           DISPLAY "OVERDUE PREVENTIVE MAINTENANCE - PLAN/EQUIP/ROOM/"
               "LAST SERVICE/STAYS/ORDER/PLANNED"
           OPEN INPUT fpmdone
               MOVE 0 TO WS-PMS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PMS-EOF = 1
                   READ fpmdone NEXT
                       AT END
                           MOVE 1 TO WS-PMS-EOF
                       NOT AT END
                           PERFORM PM_OVERDUE_ONE_ROW
                   END-READ
               END-PERFORM
           CLOSE fpmdone
           DISPLAY "PREVENTIVE ITEMS OVERDUE: " WS-PMS-OVERDUE.

      * tamp_fpmdone HOLDS ONE REGISTER ROW - PRINTED WHEN OVERDUE.
       PM_OVERDUE_ONE_ROW.
           MOVE 0 TO WS-PMS-DUE
           IF fps_numWo = 0 THEN
               OPEN INPUT fpmplan
                   MOVE fps_numPm TO fpm_numPm
                   READ fpmplan
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PM_DUE_TEST
               END-READ
               CLOSE fpmplan
           ELSE
               IF fps_plan_date < WS-CURRENT-DATE THEN
                   OPEN INPUT fwo
                       MOVE fps_numWo TO fwo_numWo
                       READ fwo
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF fwo_status = 0 THEN
                                   MOVE 1 TO WS-PMS-DUE
                               END-IF
                       END-READ
                   CLOSE fwo
               END-IF
           END-IF
           IF WS-PMS-DUE = 1 THEN
               ADD 1 TO WS-PMS-OVERDUE
               DISPLAY fps_numPm " " fps_numEq " " fps_numCh " "
                   fps_last_date " " fps_stay_count " " fps_numWo
                   " " fps_plan_date
           END-IF.

      * MONTHLY DOWNTIME REPORT FOR THE MONTH JUST ENDED - RUN BY
      * BATCH-MAIN ON THE FIRST OF EACH MONTH.
       DOWNTIME_LOSS_MONTH.
           MOVE WS-CURRENT-YEAR TO WS-DTL-YEAR
           MOVE WS-CURRENT-MONTH TO WS-DTL-MONTH
           SUBTRACT 1 FROM WS-DTL-MONTH
           IF WS-DTL-MONTH = 0 THEN
               MOVE 12 TO WS-DTL-MONTH
               SUBTRACT 1 FROM WS-DTL-YEAR
           END-IF
           PERFORM DOWNTIME_LOSS_REPORT.

      * WS-DTL-YEAR/WS-DTL-MONTH MUST HOLD THE MONTH - PER ROOM AND
      * CAUSE (MAINTENANCE ORDER OPEN, HELD AFTER A FAILED
      * INSPECTION, CLOSED OUT OUTRIGHT) THE HOURS THE ROOM COULD
      * NOT BE SOLD AND WHAT THEY WOULD LIKELY HAVE EARNED: EACH LOST
      * DAY IS THE ROOM'S SELLABLE HOURS AT ITS OWN RATE FOR THAT
      * DATE (GET_ROOM_RATE_FOR_DATE) TIMES THE OCCUPANCY THE REST OF
      * THE HOUSE ACTUALLY RAN THAT DAY. A DAY COUNTS ONCE, AGAINST
      * THE FIRST CAUSE FOUND. THE WORK ORDERS THEN PRINT RANKED BY
      * THE REVENUE THEY COST.
       DOWNTIME_LOSS_REPORT.
           MOVE 1 TO WS-DTL-DAY1
           MOVE WS-DTL-YEAR TO WS-WORK-YEAR
           MOVE WS-DTL-MONTH TO WS-WORK-MONTH
           PERFORM GET_WORK_MONTH_DAYS
           MOVE WS-MONTH-DAYS TO WS-DTL-DAYS
           COMPUTE WS-DTL-MONTH-END = WS-DTL-MONTH-START +
               WS-DTL-DAYS - 1
           MOVE "DOWNTIME" TO WS-RPT-CODE
           MOVE "ROOM DOWNTIME LOST REVENUE" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOM DOWNTIME AND LOST REVENUE - " WS-DTL-YEAR "-"
               WS-DTL-MONTH DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM DTL_HOUSE_OCCUPANCY
           MOVE "ROOM  CAUSE               HOURS  LOST REVENUE" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           INITIALIZE WS-DTL-CAUSE-TABLE
           MOVE 0 TO WS-DTL-WO-CNT
           MOVE 0 TO WS-DTL-ROOMS-HIT
           MOVE 0 TO WS-DTL-LAST-CH
           MOVE 0 TO WS-DTL-RDONE
           PERFORM WITH TEST AFTER UNTIL WS-DTL-RDONE = 1
               PERFORM DTL_FETCH_NEXT_ROOM
               IF WS-DTL-GOT = 0 THEN
                   MOVE 1 TO WS-DTL-RDONE
               ELSE
                   PERFORM DTL_COST_ONE_ROOM
               END-IF
           END-PERFORM
           IF WS-DTL-ROOMS-HIT = 0 THEN
               MOVE "NO ROOM WAS OFF SALE THIS MONTH" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM VARYING WS-DTL-C FROM 1 BY 1 UNTIL WS-DTL-C > 3
               MOVE 0 TO WS-DTL-L-ROOM
               MOVE WS-DTL-CAUSE-NAME(WS-DTL-C) TO WS-DTL-L-CAUSE
               MOVE WS-DTL-HS-HOURS(WS-DTL-C) TO WS-DTL-L-HOURS
               MOVE WS-DTL-HS-LOST(WS-DTL-C) TO WS-DTL-L-LOST
               MOVE WS-DTL-LINE TO WS-RPT-LINE
               MOVE "ALL " TO WS-RPT-LINE(1:4)
               PERFORM REPORT_LINE
           END-PERFORM
           PERFORM DTL_RANK_WORK_ORDERS
           PERFORM END_REPORT.

      * THE HOUSE SIDE OF THE ESTIMATE - SELLABLE HOURS EACH DAY
      * ACROSS THE ROOMS IN THE INVENTORY THAT DAY, AND THE HOURS
      * ACTUALLY SOLD EACH DAY OF THE MONTH (LIVE AND ARCHIVED STAYS
      * THAT HAPPENED, BY ARRIVAL DAY).
       DTL_HOUSE_OCCUPANCY.
           INITIALIZE WS-DTL-BOOKED-TABLE
           PERFORM LOAD_ROOM_INVENTORY
           MOVE 0 TO WS-RIN-SITE
           MOVE SPACES TO WS-RIN-TYPE
           PERFORM VARYING WS-DTL-D FROM 1 BY 1
               UNTIL WS-DTL-D > WS-DTL-DAYS
               COMPUTE WS-RIN-DATE = WS-DTL-MONTH-START + WS-DTL-D - 1
               PERFORM COUNT_ROOMS_IN_INVENTORY
               MOVE WS-RIN-HOURS TO WS-DTL-CAP(WS-DTL-D)
           END-PERFORM
           OPEN INPUT fresa
               MOVE 0 TO WS-DTL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DTL-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-DTL-EOF
                       NOT AT END
                           IF (fr_status = 1 OR fr_status = 2) AND
                               fr_date_debut_year = WS-DTL-YEAR AND
                               fr_date_debut_month = WS-DTL-MONTH
                               THEN
                               COMPUTE WS-DTL-BOOKED(fr_date_debut_day)
                                   = WS-DTL-BOOKED(fr_date_debut_day)
                                   + fr_duree_hours + (fr_nights * 24)
                               PERFORM DST_STAY_CORRECTION
                               ADD WS-DST-HOURS TO
                                   WS-DTL-BOOKED(fr_date_debut_day)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-DTL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DTL-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-DTL-EOF
                       NOT AT END
                           IF (fra_status = 1 OR fra_status = 2) AND
                               fra_date_debut_year = WS-DTL-YEAR AND
                               fra_date_debut_month = WS-DTL-MONTH
                               THEN
                               COMPUTE
                                   WS-DTL-BOOKED(fra_date_debut_day)
                                   = WS-DTL-BOOKED(fra_date_debut_day)
                                   + fra_duree_hours
                                   + (fra_nights * 24)
                               PERFORM DST_ARCH_CORRECTION
                               ADD WS-DST-HOURS TO
                                   WS-DTL-BOOKED(fra_date_debut_day)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * tamp_fch HOLDS A ROOM - ITS SELLABLE HOURS IN A DAY (OPENING
      * WINDOW, OR ROUND THE CLOCK WHEN IT HAS NONE).
       DTL_ROOM_DAY_HOURS.
           IF fc_close_hour > fc_open_hour THEN
               COMPUTE WS-DTL-ROOM-HOURS =
                   fc_close_hour - fc_open_hour
           ELSE
               MOVE 24 TO WS-DTL-ROOM-HOURS
           END-IF.

      * FETCHES THE NEXT ROOM PAST WS-DTL-LAST-CH, LEAVING IT IN
      * tamp_fch (FOR THE RATE LOOKUP) AND WS-DTL-* WITH fch CLOSED.
       DTL_FETCH_NEXT_ROOM.
           MOVE 0 TO WS-DTL-GOT
           OPEN INPUT fch
               MOVE WS-DTL-LAST-CH TO fc_numCh
               START fch KEY IS GREATER fc_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fch NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE fc_numCh TO WS-DTL-LAST-CH
                               MOVE fc_numCh TO WS-DTL-ROOM
                               MOVE fc_status TO WS-DTL-STATUS
                               MOVE fc_typeCh TO WS-DTL-TYPE
                               MOVE fc_zone TO WS-DTL-ZONE
                               PERFORM DTL_ROOM_DAY_HOURS
                               MOVE 1 TO WS-DTL-GOT
                       END-READ
               END-START
           CLOSE fch.

      * tamp_fch AND WS-DTL-* HOLD ONE ROOM - MARKS ITS LOST DAYS
      * CAUSE BY CAUSE AND PRINTS A LINE PER CAUSE THAT COST HOURS.
       DTL_COST_ONE_ROOM.
           INITIALIZE WS-DTL-MARK-TABLE
           PERFORM VARYING WS-DTL-C FROM 1 BY 1 UNTIL WS-DTL-C > 3
               MOVE 0 TO WS-DTL-RM-HOURS(WS-DTL-C)
               MOVE 0 TO WS-DTL-RM-LOST(WS-DTL-C)
           END-PERFORM
           PERFORM DTL_MAINTENANCE_DAYS
           PERFORM DTL_INSPECTION_DAYS
           PERFORM DTL_CLOSEOUT_DAYS
           PERFORM VARYING WS-DTL-C FROM 1 BY 1 UNTIL WS-DTL-C > 3
               IF WS-DTL-RM-HOURS(WS-DTL-C) > 0 THEN
                   ADD 1 TO WS-DTL-ROOMS-HIT
                   MOVE WS-DTL-ROOM TO WS-DTL-L-ROOM
                   MOVE WS-DTL-CAUSE-NAME(WS-DTL-C) TO WS-DTL-L-CAUSE
                   MOVE WS-DTL-RM-HOURS(WS-DTL-C) TO WS-DTL-L-HOURS
                   MOVE WS-DTL-RM-LOST(WS-DTL-C) TO WS-DTL-L-LOST
                   MOVE WS-DTL-LINE TO WS-RPT-LINE
                   PERFORM REPORT_LINE
                   ADD WS-DTL-RM-HOURS(WS-DTL-C) TO
                       WS-DTL-HS-HOURS(WS-DTL-C)
                   ADD WS-DTL-RM-LOST(WS-DTL-C) TO
                       WS-DTL-HS-LOST(WS-DTL-C)
               END-IF
           END-PERFORM.

      * THE ROOM'S WORK ORDERS - A BREAKDOWN ORDER KEEPS THE ROOM OFF
      * SALE FROM THE DAY IT OPENED TO THE DAY IT CLOSED (TODAY WHEN
      * STILL OPEN). AN ORDER THE BATCH RAISED ITSELF (fwo_reported_by
      * = 0, THE PREVENTIVE ONES) WAS PLANNED INTO A GAP WITH THE ROOM
      * STILL ON SALE, SO ONLY THE DAYS A TECHNICIAN WAS ON IT COUNT.
       DTL_MAINTENANCE_DAYS.
           OPEN INPUT fwo
               MOVE WS-DTL-ROOM TO fwo_numCh
               START fwo KEY IS EQUAL fwo_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-DTL-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-DTL-EOF = 1
                           READ fwo NEXT
                               AT END
                                   MOVE 1 TO WS-DTL-EOF
                               NOT AT END
                                   IF fwo_numCh NOT = WS-DTL-ROOM THEN
                                       MOVE 1 TO WS-DTL-EOF
                                   ELSE
                                       PERFORM DTL_ONE_WORK_ORDER
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fwo.

      * tamp_fwo HOLDS ONE ORDER OF THE ROOM - ITS SPAN IS COSTED AND
      * AN ORDER THAT COST HOURS THIS MONTH JOINS THE RANKING TABLE.
       DTL_ONE_WORK_ORDER.
           MOVE 0 TO WS-DTL-FROM
           IF fwo_reported_by = 0 THEN
               IF fwo_start_year NOT = 0 THEN
                   MOVE fwo_start_date TO WS-DTL-FROM
                   IF fwo_end_year NOT = 0 THEN
                       MOVE fwo_end_date TO WS-DTL-TO
                   ELSE
                       MOVE WS-CURRENT-DATE TO WS-DTL-TO
                   END-IF
               END-IF
           ELSE
               MOVE fwo_date_open TO WS-DTL-FROM
               IF fwo_status = 1 THEN
                   MOVE fwo_date_closed TO WS-DTL-TO
               ELSE
                   MOVE WS-CURRENT-DATE TO WS-DTL-TO
               END-IF
           END-IF
           IF WS-DTL-FROM NOT = 0 THEN
               MOVE 1 TO WS-DTL-CAUSE
               PERFORM DTL_APPLY_EPISODE
               IF WS-DTL-EP-HOURS > 0 AND WS-DTL-WO-CNT < 200 THEN
                   ADD 1 TO WS-DTL-WO-CNT
                   MOVE fwo_numWo TO WS-DTL-WO-NUM(WS-DTL-WO-CNT)
                   MOVE fwo_numCh TO WS-DTL-WO-ROOM(WS-DTL-WO-CNT)
                   MOVE fwo_numEq TO WS-DTL-WO-EQ(WS-DTL-WO-CNT)
                   MOVE fwo_text TO WS-DTL-WO-TEXT(WS-DTL-WO-CNT)
                   MOVE WS-DTL-EP-HOURS TO
                       WS-DTL-WO-HOURS(WS-DTL-WO-CNT)
                   MOVE WS-DTL-EP-LOST TO
                       WS-DTL-WO-LOST(WS-DTL-WO-CNT)
                   MOVE 0 TO WS-DTL-WO-DONE(WS-DTL-WO-CNT)
               END-IF
           END-IF.

      * THE ROOM'S INSPECTION HOLDS - FROM A FAILED VERDICT TO THE
      * NEXT PASS ON THE ROOM; A HOLD NO PASS HAS RELEASED YET RUNS TO
      * TODAY WHILE THE ROOM IS STILL HELD (fc_status = 2).
       DTL_INSPECTION_DAYS.
           MOVE 0 TO WS-DTL-HOLD
           OPEN INPUT finsp
               MOVE 0 TO WS-DTL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DTL-EOF = 1
                   READ finsp NEXT
                       AT END
                           MOVE 1 TO WS-DTL-EOF
                       NOT AT END
                           IF fin_numCh = WS-DTL-ROOM THEN
                               IF fin_score = 0 AND WS-DTL-HOLD = 0
                                   THEN
                                   MOVE 1 TO WS-DTL-HOLD
                                   MOVE fin_date TO WS-DTL-HOLD-FROM
                               ELSE
                                   IF fin_score = 1 AND
                                       WS-DTL-HOLD = 1 THEN
                                       MOVE WS-DTL-HOLD-FROM TO
                                           WS-DTL-FROM
                                       MOVE fin_date TO WS-DTL-TO
                                       MOVE 2 TO WS-DTL-CAUSE
                                       PERFORM DTL_APPLY_EPISODE
                                       MOVE 0 TO WS-DTL-HOLD
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE finsp
           IF WS-DTL-HOLD = 1 THEN
               MOVE WS-DTL-HOLD-FROM TO WS-DTL-FROM
               IF WS-DTL-STATUS = 2 THEN
                   MOVE WS-CURRENT-DATE TO WS-DTL-TO
               ELSE
                   MOVE WS-DTL-HOLD-FROM TO WS-DTL-TO
               END-IF
               MOVE 2 TO WS-DTL-CAUSE
               PERFORM DTL_APPLY_EPISODE
           END-IF.

      * THE CLOSE-OUT RULES THAT SHUT THE ROOM OUTRIGHT (fcz_limit = 0)
      * - SCOPED TO ITS TYPE AND/OR ZONE, OR TO EVERYTHING.
       DTL_CLOSEOUT_DAYS.
           OPEN INPUT fclose
               MOVE 0 TO WS-DTL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DTL-EOF = 1
                   READ fclose NEXT
                       AT END
                           MOVE 1 TO WS-DTL-EOF
                       NOT AT END
                           IF fcz_limit = 0 AND
                               (fcz_typeCh = SPACES OR
                               fcz_typeCh = WS-DTL-TYPE) AND
                               (fcz_zone = 0 OR
                               fcz_zone = WS-DTL-ZONE) THEN
                               MOVE fcz_start TO WS-DTL-FROM
                               MOVE fcz_end TO WS-DTL-TO
                               MOVE 3 TO WS-DTL-CAUSE
                               PERFORM DTL_APPLY_EPISODE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fclose.

      * WS-DTL-FROM/TO/CAUSE HOLD ONE OFF-SALE SPAN - CLIPPED TO THE
      * MONTH, EVERY DAY NOT ALREADY TAKEN BY ANOTHER CAUSE IS MARKED
      * AND COSTED; THE SPAN'S HOURS AND LOSS ARE LEFT IN
      * WS-DTL-EP-* AND ADDED TO THE ROOM'S CAUSE TOTALS.
       DTL_APPLY_EPISODE.
           MOVE 0 TO WS-DTL-EP-HOURS
           MOVE 0 TO WS-DTL-EP-LOST
           IF WS-DTL-FROM < WS-DTL-MONTH-START THEN
               MOVE WS-DTL-MONTH-START TO WS-DTL-FROM
           END-IF
           IF WS-DTL-TO > WS-DTL-MONTH-END THEN
               MOVE WS-DTL-MONTH-END TO WS-DTL-TO
           END-IF
           IF WS-DTL-FROM <= WS-DTL-TO THEN
               MOVE WS-DTL-FROM TO WS-WORK-DATE
               MOVE WS-WORK-DAY TO WS-DTL-D
               MOVE WS-DTL-TO TO WS-WORK-DATE
               MOVE WS-WORK-DAY TO WS-DTL-D-TO
               PERFORM WITH TEST BEFORE UNTIL WS-DTL-D > WS-DTL-D-TO
      *            A DAY THE ROOM WAS NOT IN THE INVENTORY AT ALL
      *            (NOT YET OPEN, RETIRED, RENOVATION) LOST NOTHING
                   COMPUTE WS-RIN-DATE =
                       WS-DTL-MONTH-START + WS-DTL-D - 1
                   PERFORM ROOM_IN_INVENTORY
                   IF WS-DTL-MARK(WS-DTL-D) = 0 AND WS-RIN-IN = 1 THEN
                       MOVE WS-DTL-CAUSE TO WS-DTL-MARK(WS-DTL-D)
                       PERFORM DTL_COST_ONE_DAY
                       ADD WS-DTL-ROOM-HOURS TO WS-DTL-EP-HOURS
                       ADD WS-DTL-DAY-LOST TO WS-DTL-EP-LOST
                   END-IF
                   ADD 1 TO WS-DTL-D
               END-PERFORM
               ADD WS-DTL-EP-HOURS TO WS-DTL-RM-HOURS(WS-DTL-CAUSE)
               ADD WS-DTL-EP-LOST TO WS-DTL-RM-LOST(WS-DTL-CAUSE)
           END-IF.

      * WS-DTL-D HOLDS A LOST DAY OF tamp_fch'S ROOM - THE ROOM'S RATE
      * FOR THAT DATE (FROM ITS OPENING HOUR) TIMES ITS SELLABLE HOURS
      * TIMES THE HOUSE OCCUPANCY THAT DAY, IN WS-DTL-DAY-LOST.
       DTL_COST_ONE_DAY.
           MOVE WS-DTL-ROOM TO fr_numCh
           MOVE WS-DTL-YEAR TO fr_date_debut_year
           MOVE WS-DTL-MONTH TO fr_date_debut_month
           MOVE WS-DTL-D TO fr_date_debut_day
           MOVE fc_open_hour TO fr_date_debut_hours
           MOVE 0 TO fr_date_debut_minute
           PERFORM GET_ROOM_RATE_FOR_DATE
           IF WS-DTL-CAP(WS-DTL-D) = 0 THEN
               MOVE 0 TO WS-DTL-OCC
           ELSE
               IF WS-DTL-BOOKED(WS-DTL-D) >= WS-DTL-CAP(WS-DTL-D) THEN
                   MOVE 100 TO WS-DTL-OCC
               ELSE
                   COMPUTE WS-DTL-OCC = WS-DTL-BOOKED(WS-DTL-D) * 100
                       / WS-DTL-CAP(WS-DTL-D)
               END-IF
           END-IF
           COMPUTE WS-DTL-DAY-LOST ROUNDED = WS-REV-PRICE *
               WS-DTL-ROOM-HOURS * WS-DTL-OCC / 100.

      * THE MONTH'S COSTLY WORK ORDERS, BIGGEST REVENUE IMPACT FIRST
      * (REPEATED PICK OF THE LARGEST NOT YET PRINTED).
       DTL_RANK_WORK_ORDERS.
           MOVE "WORK ORDERS BY REVENUE IMPACT" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "ORDER  ROOM  EQUIP HOURS       LOST FAULT" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           IF WS-DTL-WO-CNT = 0 THEN
               MOVE "NO WORK ORDER KEPT A ROOM OFF SALE" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM WS-DTL-WO-CNT TIMES
               MOVE 0 TO WS-DTL-BEST
               PERFORM VARYING WS-DTL-W FROM 1 BY 1
                   UNTIL WS-DTL-W > WS-DTL-WO-CNT
                   IF WS-DTL-WO-DONE(WS-DTL-W) = 0 THEN
                       IF WS-DTL-BEST = 0 THEN
                           MOVE WS-DTL-W TO WS-DTL-BEST
                       ELSE
                           IF WS-DTL-WO-LOST(WS-DTL-W) >
                               WS-DTL-WO-LOST(WS-DTL-BEST) THEN
                               MOVE WS-DTL-W TO WS-DTL-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-DTL-WO-DONE(WS-DTL-BEST)
               MOVE WS-DTL-WO-NUM(WS-DTL-BEST) TO WS-DTL-WL-NUM
               MOVE WS-DTL-WO-ROOM(WS-DTL-BEST) TO WS-DTL-WL-ROOM
               MOVE WS-DTL-WO-EQ(WS-DTL-BEST) TO WS-DTL-WL-EQ
               MOVE WS-DTL-WO-HOURS(WS-DTL-BEST) TO WS-DTL-WL-HOURS
               MOVE WS-DTL-WO-LOST(WS-DTL-BEST) TO WS-DTL-WL-LOST
               MOVE WS-DTL-WO-TEXT(WS-DTL-BEST) TO WS-DTL-WL-TEXT
               MOVE WS-DTL-WO-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM.

      * THE OWNER'S DAMAGE LEDGER - EVERY REGISTERED PIECE WITH
      * HOW OFTEN AND HOW EXPENSIVELY IT HAS BEEN DAMAGED (fext
      * CODE-2 CHARGES LINKED THROUGH fe_numEq).
       EQUIPMENT_DAMAGE_REPORT.
           DISPLAY "EQUIPMENT DAMAGE - EQUIP/ROOM/ITEM/TIMES/COST"
           OPEN INPUT fequip
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fequip NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 0 TO WS-EQP-DMG-CNT
                           MOVE 0 TO WS-EQP-DMG-TOT
                           OPEN INPUT fext
                               MOVE 0 TO Wstop
                               PERFORM WITH TEST AFTER UNTIL
                                   Wstop = 1
                                   READ fext NEXT
                                       AT END
                                           MOVE 1 TO Wstop
                                       NOT AT END
                                           IF fe_code = 2 AND
                                               fe_numEq =
                                               feq_numEq THEN
                                               ADD 1 TO
                                                 WS-EQP-DMG-CNT
                                               COMPUTE
                                                 WS-EQP-DMG-TOT =
                                                 WS-EQP-DMG-TOT +
                                                 fe_amount_entier
                                                 +
                                               (fe_amount_decimal
                                                 / 100)
                                           END-IF
                                   END-READ
                               END-PERFORM
                           CLOSE fext
                           IF WS-EQP-DMG-CNT NOT = 0 THEN
                               DISPLAY feq_numEq " " feq_numCh " "
                                   FUNCTION TRIM(feq_item) " "
                                   WS-EQP-DMG-CNT " "
                                   WS-EQP-DMG-TOT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fequip.

      * FIRST RUN OF THE MONTH - VALUES THE STORE AS IT STANDS AND
      * COSTS THE CLEANINGS CLOSED DURING THE MONTH JUST ENDED.
       STOCK_VALUATION_MONTH.
           MOVE WS-CURRENT-YEAR TO WS-SVL-YEAR
           MOVE WS-CURRENT-MONTH TO WS-SVL-MONTH
           SUBTRACT 1 FROM WS-SVL-MONTH
           IF WS-SVL-MONTH = 0 THEN
               MOVE 12 TO WS-SVL-MONTH
               SUBTRACT 1 FROM WS-SVL-YEAR
           END-IF
           PERFORM STOCK_VALUATION_REPORT.

      * WS-SVL-YEAR/WS-SVL-MONTH MUST HOLD THE MONTH - EVERY ITEM
      * OWNED (ON HAND PLUS AT THE LAUNDRY) AT ITS WEIGHTED AVERAGE
      * UNIT COST, THEN WHAT EACH ROOM TYPE'S CLEANINGS USED IN
      * SUPPLIES THAT MONTH (fm_supply_cost OF THE MISSIONS CLOCKED
      * OUT IN IT) WITH THE AVERAGE PER CLEANING.
       STOCK_VALUATION_REPORT.
           MOVE "STOCKVAL" TO WS-RPT-CODE
           MOVE "MONTH-END STOCK VALUATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "VALUED " WS-CURRENT-DATE " - CLEANINGS OF "
               WS-SVL-MONTH-KEY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "ITEM LABEL                          ON HAND LNDRY"
               TO WS-RPT-LINE
           MOVE "  UNIT COST         VALUE" TO WS-RPT-LINE(51:26)
           PERFORM REPORT_LINE
           MOVE 0 TO WS-SVL-TOTAL
           OPEN INPUT fstock
               MOVE 0 TO WS-SVL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SVL-EOF = 1
                   READ fstock NEXT
                       AT END
                           MOVE 1 TO WS-SVL-EOF
                       NOT AT END
                           COMPUTE WS-SVL-VALUE ROUNDED =
                               (fsk_qty + fsk_laundry) * fsk_avg_cost
                           ADD WS-SVL-VALUE TO WS-SVL-TOTAL
                           MOVE fsk_numItem TO WS-SVL-L-ITEM
                           MOVE fsk_label TO WS-SVL-L-LABEL
                           MOVE fsk_qty TO WS-SVL-L-QTY
                           MOVE fsk_laundry TO WS-SVL-L-LAUNDRY
                           MOVE fsk_avg_cost TO WS-SVL-L-COST
                           MOVE WS-SVL-VALUE TO WS-SVL-L-VALUE
                           MOVE WS-SVL-LINE TO WS-RPT-LINE
                           PERFORM REPORT_LINE
                   END-READ
               END-PERFORM
           CLOSE fstock
           MOVE SPACES TO WS-SVL-LINE
           MOVE "TOTAL STOCK VALUE" TO WS-SVL-L-LABEL
           MOVE WS-SVL-TOTAL TO WS-SVL-L-VALUE
           MOVE WS-SVL-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE
      *    SHIPPED TO THE OTHER HOUSE AND NOT YET BOOKED IN THERE -
      *    ON NEITHER HOUSE'S SHELF, SO SHOWN APART
           MOVE 0 TO WS-XFR-TRANSIT
           OPEN INPUT fxfer
               MOVE 0 TO WS-XFR-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                   READ fxfer NEXT
                       AT END
                           MOVE 1 TO WS-XFR-EOF
                       NOT AT END
                           IF fxt_dir = "O" AND fxt_status = 0 THEN
                               ADD fxt_value TO WS-XFR-TRANSIT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fxfer
           IF WS-XFR-TRANSIT NOT = 0 THEN
               MOVE SPACES TO WS-SVL-LINE
               MOVE "IN TRANSIT TO THE OTHER HOUSE" TO WS-SVL-L-LABEL
               MOVE WS-XFR-TRANSIT TO WS-SVL-L-VALUE
               MOVE WS-SVL-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "ROOM TYPE                     CLEANS   SUPPLIES    PER"
               TO WS-RPT-LINE
           MOVE " CLEAN" TO WS-RPT-LINE(56:6)
           PERFORM REPORT_LINE
           PERFORM SVL_COST_CLEANINGS
           MOVE 0 TO WS-SVL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-SVL-IDX = WS-SVL-CNT
               ADD 1 TO WS-SVL-IDX
               MOVE WS-SVL-T-TYPE(WS-SVL-IDX) TO WS-SVL-TL-TYPE
               MOVE WS-SVL-T-MISSIONS(WS-SVL-IDX) TO
                   WS-SVL-TL-MISSIONS
               MOVE WS-SVL-T-COST(WS-SVL-IDX) TO WS-SVL-TL-COST
               COMPUTE WS-SVL-AVG ROUNDED =
                   WS-SVL-T-COST(WS-SVL-IDX) /
                   WS-SVL-T-MISSIONS(WS-SVL-IDX)
               MOVE WS-SVL-AVG TO WS-SVL-TL-AVG
               MOVE WS-SVL-TYPE-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           IF WS-SVL-CNT = 0 THEN
               MOVE "NO CLEANINGS CLOSED IN THE MONTH" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM END_REPORT.

      * FOLDS EVERY MISSION CLOCKED OUT IN WS-SVL-MONTH-KEY INTO ITS
      * ROOM TYPE'S BUCKET (SMALL FIXED TABLE, SAME SHAPE AS THE
      * LAUNDRY ITEM BUCKETS).
       SVL_COST_CLEANINGS.
           MOVE 0 TO WS-SVL-CNT
           OPEN INPUT fmis
               MOVE 0 TO WS-SVL-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SVL-EOF = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO WS-SVL-EOF
                       NOT AT END
                           IF fm_reel_fin_year = WS-SVL-YEAR AND
                               fm_reel_fin_month = WS-SVL-MONTH THEN
                               PERFORM SVL_BUCKET_MISSION
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fmis.

      * tamp_fmis HOLDS A MISSION CLOSED IN THE MONTH - ITS ROOM'S
      * TYPE IS LOOKED UP AND ITS SUPPLY COST ADDED TO THE BUCKET.
       SVL_BUCKET_MISSION.
           MOVE "UNKNOWN ROOM" TO WS-SVL-TYPE
           OPEN INPUT fch
               MOVE fm_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fc_typeCh TO WS-SVL-TYPE
               END-READ
           CLOSE fch
           MOVE 0 TO WS-SVL-HIT
           MOVE 0 TO WS-SVL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-SVL-IDX = WS-SVL-CNT
               OR WS-SVL-HIT = 1
               ADD 1 TO WS-SVL-IDX
               IF WS-SVL-T-TYPE(WS-SVL-IDX) = WS-SVL-TYPE THEN
                   ADD 1 TO WS-SVL-T-MISSIONS(WS-SVL-IDX)
                   ADD fm_supply_cost TO WS-SVL-T-COST(WS-SVL-IDX)
                   MOVE 1 TO WS-SVL-HIT
               END-IF
           END-PERFORM
           IF WS-SVL-HIT = 0 AND WS-SVL-CNT < 20 THEN
               ADD 1 TO WS-SVL-CNT
               MOVE WS-SVL-TYPE TO WS-SVL-T-TYPE(WS-SVL-CNT)
               MOVE 1 TO WS-SVL-T-MISSIONS(WS-SVL-CNT)
               MOVE fm_supply_cost TO WS-SVL-T-COST(WS-SVL-CNT)
           END-IF.

      * FIRST RUN OF THE MONTH - THE PROFITABILITY STATEMENT OF THE
      * MONTH JUST ENDED.
       PROFIT_MONTH.
           MOVE WS-CURRENT-YEAR TO WS-PFT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PFT-MONTH
           SUBTRACT 1 FROM WS-PFT-MONTH
           IF WS-PFT-MONTH = 0 THEN
               MOVE 12 TO WS-PFT-MONTH
               SUBTRACT 1 FROM WS-PFT-YEAR
           END-IF
           PERFORM PROFIT_REPORT.

      * WS-PFT-YEAR/WS-PFT-MONTH MUST HOLD THE MONTH - WHAT EACH ROOM
      * TYPE AND EACH ROOM EARNED ONCE ITS TURNAROUND IS PAID FOR.
      * REVENUE IS THE MONTH'S INVOICES NET OF VAT LESS ITS CREDIT
      * NOTES; COSTS ARE THE CLOCKED CLEANING MINUTES AT EACH
      * CLEANER'S LOADED HOURLY COST (fparam "LOAD" WHEN NONE IS
      * SET), THE SUPPLIES THOSE MISSIONS CONSUMED, THE LAUNDRY
      * LOSSES SPREAD OVER THE MONTH'S CLEANINGS, THE MINIBAR
      * RESTOCKED BUT NEVER BILLED AND THE WORK ORDERS CLOSED.
      * CONTRIBUTION IS SHOWN PER STAY AND PER SOLD HOUR.
       PROFIT_REPORT.
           MOVE "LOAD" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-PFT-HOUSE-RATE
           PERFORM PFT_LOAD_ROOMS
           PERFORM PFT_TALLY_INVOICES
           PERFORM PFT_TALLY_CREDIT_NOTES
           PERFORM PFT_TALLY_MISSIONS
           PERFORM PFT_TALLY_MINIBAR
           PERFORM PFT_TALLY_WORK_ORDERS
           PERFORM PFT_LAUNDRY_LOSS
           MOVE 0 TO WS-PFT-TCNT
           MOVE ZEROS TO WS-PFT-HOUSE
           MOVE 0 TO WS-PFT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-PFT-IDX = WS-PFT-CNT
               ADD 1 TO WS-PFT-IDX
               IF WS-PFT-CLEANS > 0 THEN
                   COMPUTE WS-PFT-R-LAU(WS-PFT-IDX) ROUNDED =
                       WS-PFT-LAUNDRY * WS-PFT-R-CLEANS(WS-PFT-IDX)
                       / WS-PFT-CLEANS
               END-IF
               PERFORM PFT_ROOM_INTO_TYPE
           END-PERFORM
           MOVE "PROFIT" TO WS-RPT-CODE
           MOVE "ROOM-TYPE PROFITABILITY" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-PFT-HOUSE-RATE TO WS-PFT-RATE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROFITABILITY FOR " WS-PFT-YEAR "-" WS-PFT-MONTH
               " - HOUSE LABOUR COST " WS-PFT-RATE-ED "/HOUR"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE WS-PFT-LAUNDRY TO WS-PFT-LAUNDRY-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "LAUNDRY LOSSES " WS-PFT-LAUNDRY-ED
               " SPREAD OVER " WS-PFT-CLEANS " CLEANINGS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM PFT_HEADINGS
           MOVE 0 TO WS-PFT-TIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PFT-TIDX = WS-PFT-TCNT
               ADD 1 TO WS-PFT-TIDX
               MOVE WS-PFT-T-STAYS(WS-PFT-TIDX) TO WS-PFT-C-STAYS
               MOVE WS-PFT-T-MIN(WS-PFT-TIDX) TO WS-PFT-C-MIN
               MOVE WS-PFT-T-REV(WS-PFT-TIDX) TO WS-PFT-C-REV
               MOVE WS-PFT-T-LAB(WS-PFT-TIDX) TO WS-PFT-C-LAB
               MOVE WS-PFT-T-SUP(WS-PFT-TIDX) TO WS-PFT-C-SUP
               MOVE WS-PFT-T-LAU(WS-PFT-TIDX) TO WS-PFT-C-LAU
               MOVE WS-PFT-T-MBRIN(WS-PFT-TIDX) TO WS-PFT-C-MBRIN
               MOVE WS-PFT-T-MBROUT(WS-PFT-TIDX) TO WS-PFT-C-MBROUT
               MOVE WS-PFT-T-WO(WS-PFT-TIDX) TO WS-PFT-C-WO
               MOVE WS-PFT-T-CLEANS(WS-PFT-TIDX) TO WS-PFT-C-CLEANS
               MOVE WS-PFT-T-TYPE(WS-PFT-TIDX) TO WS-PFT-L-LABEL
               PERFORM PFT_PRINT_FIGURES
           END-PERFORM
           MOVE WS-PFT-HOUSE TO WS-PFT-CUR
           MOVE "HOUSE TOTAL" TO WS-PFT-L-LABEL
           PERFORM PFT_PRINT_FIGURES
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "BY ROOM" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM PFT_HEADINGS
           MOVE 0 TO WS-PFT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-PFT-IDX = WS-PFT-CNT
               ADD 1 TO WS-PFT-IDX
               IF WS-PFT-R-STAYS(WS-PFT-IDX) > 0 OR
                   WS-PFT-R-CLEANS(WS-PFT-IDX) > 0 OR
                   WS-PFT-R-WO(WS-PFT-IDX) > 0 THEN
                   PERFORM PFT_PRINT_ROOM
               END-IF
           END-PERFORM
           PERFORM END_REPORT.

      * THE TWO COLUMN-HEADING LINES (FIGURES, THEN THE COST SPLIT).
       PFT_HEADINGS.
           MOVE "ROOM TYPE / ROOM         STAYS   HOURS    REVENUE "
               TO WS-RPT-LINE
           MOVE "   CONTRIB PER STAY PER HOUR" TO WS-RPT-LINE(51:28)
           PERFORM REPORT_LINE
           MOVE "        LABOUR   SUPPLIES    LAUNDRY    MINIBAR    "
               TO WS-RPT-LINE
           MOVE "REPAIRS TOTAL COST" TO WS-RPT-LINE(52:18)
           PERFORM REPORT_LINE.

      * WS-PFT-IDX POINTS AT A ROOM WITH ACTIVITY - PRINTS ITS PAIR
      * OF LINES, LABELLED WITH ITS NUMBER AND TYPE.
       PFT_PRINT_ROOM.
           MOVE WS-PFT-R-STAYS(WS-PFT-IDX) TO WS-PFT-C-STAYS
           MOVE WS-PFT-R-MIN(WS-PFT-IDX) TO WS-PFT-C-MIN
           MOVE WS-PFT-R-REV(WS-PFT-IDX) TO WS-PFT-C-REV
           MOVE WS-PFT-R-LAB(WS-PFT-IDX) TO WS-PFT-C-LAB
           MOVE WS-PFT-R-SUP(WS-PFT-IDX) TO WS-PFT-C-SUP
           MOVE WS-PFT-R-LAU(WS-PFT-IDX) TO WS-PFT-C-LAU
           MOVE WS-PFT-R-MBRIN(WS-PFT-IDX) TO WS-PFT-C-MBRIN
           MOVE WS-PFT-R-MBROUT(WS-PFT-IDX) TO WS-PFT-C-MBROUT
           MOVE WS-PFT-R-WO(WS-PFT-IDX) TO WS-PFT-C-WO
           MOVE WS-PFT-R-CLEANS(WS-PFT-IDX) TO WS-PFT-C-CLEANS
           MOVE SPACES TO WS-PFT-L-LABEL
           STRING WS-PFT-R-ROOM(WS-PFT-IDX) " "
               WS-PFT-R-TYPE(WS-PFT-IDX)
               DELIMITED BY SIZE INTO WS-PFT-L-LABEL
           PERFORM PFT_PRINT_FIGURES.

      * WS-PFT-CUR AND WS-PFT-L-LABEL MUST BE SET - WORKS OUT THE
      * MINIBAR SHRINKAGE (RESTOCKED LESS BILLED, NEVER NEGATIVE),
      * THE TOTAL COST AND THE CONTRIBUTION, THEN PRINTS THE FIGURES
      * LINE AND THE COST LINE UNDER IT.
       PFT_PRINT_FIGURES.
           COMPUTE WS-PFT-SHRINK = WS-PFT-C-MBRIN - WS-PFT-C-MBROUT
           IF WS-PFT-SHRINK < 0 THEN
               MOVE 0 TO WS-PFT-SHRINK
           END-IF
           COMPUTE WS-PFT-COST = WS-PFT-C-LAB + WS-PFT-C-SUP +
               WS-PFT-C-LAU + WS-PFT-SHRINK + WS-PFT-C-WO
           COMPUTE WS-PFT-CONTRIB = WS-PFT-C-REV - WS-PFT-COST
           COMPUTE WS-PFT-HOURS ROUNDED = WS-PFT-C-MIN / 60
           MOVE WS-PFT-C-STAYS TO WS-PFT-L-STAYS
           MOVE WS-PFT-HOURS TO WS-PFT-L-HOURS
           MOVE WS-PFT-C-REV TO WS-PFT-L-REV
           MOVE WS-PFT-CONTRIB TO WS-PFT-L-CONTRIB
           MOVE 0 TO WS-PFT-PER
           IF WS-PFT-C-STAYS > 0 THEN
               COMPUTE WS-PFT-PER ROUNDED =
                   WS-PFT-CONTRIB / WS-PFT-C-STAYS
           END-IF
           MOVE WS-PFT-PER TO WS-PFT-L-PER-STAY
           MOVE 0 TO WS-PFT-PER
           IF WS-PFT-C-MIN > 0 THEN
               COMPUTE WS-PFT-PER ROUNDED =
                   WS-PFT-CONTRIB * 60 / WS-PFT-C-MIN
           END-IF
           MOVE WS-PFT-PER TO WS-PFT-L-PER-HOUR
           MOVE WS-PFT-LINE1 TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE WS-PFT-C-LAB TO WS-PFT-L-LAB
           MOVE WS-PFT-C-SUP TO WS-PFT-L-SUP
           MOVE WS-PFT-C-LAU TO WS-PFT-L-LAU
           MOVE WS-PFT-SHRINK TO WS-PFT-L-MBR
           MOVE WS-PFT-C-WO TO WS-PFT-L-WO
           MOVE WS-PFT-COST TO WS-PFT-L-COST
           MOVE WS-PFT-LINE2 TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * ONE ZEROED BUCKET PER ROOM ON FILE (THE FIRST 200).
       PFT_LOAD_ROOMS.
           MOVE 0 TO WS-PFT-CNT
           OPEN INPUT fch
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF WS-PFT-CNT < 200 THEN
                               ADD 1 TO WS-PFT-CNT
                               MOVE ZEROS TO WS-PFT-RM(WS-PFT-CNT)
                               MOVE fc_numCh TO
                                   WS-PFT-R-ROOM(WS-PFT-CNT)
                               MOVE fc_typeCh TO
                                   WS-PFT-R-TYPE(WS-PFT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch.

      * WS-PFT-ROOM MUST HOLD A ROOM NUMBER - LEAVES ITS BUCKET IN
      * WS-PFT-FOUND (0 = NOT IN THE TABLE).
       PFT_FIND_ROOM.
           MOVE 0 TO WS-PFT-FOUND
           MOVE 0 TO WS-PFT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-PFT-IDX = WS-PFT-CNT
               OR WS-PFT-FOUND > 0
               ADD 1 TO WS-PFT-IDX
               IF WS-PFT-R-ROOM(WS-PFT-IDX) = WS-PFT-ROOM THEN
                   MOVE WS-PFT-IDX TO WS-PFT-FOUND
               END-IF
           END-PERFORM.

      * WS-PFT-RESA MUST HOLD A STAY NUMBER - LEAVES ITS ROOM IN
      * WS-PFT-ROOM, FROM THE LIVE FILE OR ELSE THE ARCHIVE (0 WHEN
      * NEITHER HAS IT).
       PFT_ROOM_OF_STAY.
           MOVE 0 TO WS-PFT-ROOM
           OPEN INPUT fresa
               MOVE WS-PFT-RESA TO fr_numResa
               READ fresa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fr_numCh TO WS-PFT-ROOM
               END-READ
           CLOSE fresa
           IF WS-PFT-ROOM = 0 THEN
               OPEN INPUT fresaarch
                   MOVE WS-PFT-RESA TO fra_numResa
                   READ fresaarch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fra_numCh TO WS-PFT-ROOM
                   END-READ
               CLOSE fresaarch
           END-IF.

      * THE MONTH'S INVOICES - NET OF VAT INTO THE ROOM'S REVENUE.
      * A SPLIT BILL'S TWO DOCUMENTS FOLLOW EACH OTHER, SO THE STAY
      * AND ITS SOLD TIME ARE COUNTED ON THE FIRST ONLY.
       PFT_TALLY_INVOICES.
           MOVE 0 TO WS-PFT-LAST-RESA
           OPEN INPUT finv
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ finv NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF fi_date_year = WS-PFT-YEAR AND
                               fi_date_month = WS-PFT-MONTH THEN
                               PERFORM PFT_ONE_INVOICE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE finv.

      * tamp_finv HOLDS AN INVOICE OF THE MONTH.
       PFT_ONE_INVOICE.
           MOVE fi_numCh TO WS-PFT-ROOM
           PERFORM PFT_FIND_ROOM
           IF WS-PFT-FOUND > 0 THEN
               COMPUTE WS-PFT-R-REV(WS-PFT-FOUND) =
                   WS-PFT-R-REV(WS-PFT-FOUND) + fi_total_entier +
                   (fi_total_decimal / 100) - fi_tax_entier -
                   (fi_tax_decimal / 100)
               IF fi_numResa NOT = WS-PFT-LAST-RESA THEN
                   ADD 1 TO WS-PFT-R-STAYS(WS-PFT-FOUND)
                   COMPUTE WS-PFT-R-MIN(WS-PFT-FOUND) =
                       WS-PFT-R-MIN(WS-PFT-FOUND) +
                       (fi_duree_hours * 60) + fi_duree_minute +
                       (fi_nights * 1440)
               END-IF
           END-IF
           MOVE fi_numResa TO WS-PFT-LAST-RESA.

      * THE MONTH'S CREDIT NOTES COME OFF THE REVENUE OF THE ROOM
      * THEIR INVOICE WAS FOR, NET OF THEIR VAT.
       PFT_TALLY_CREDIT_NOTES.
           OPEN INPUT favoir
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ favoir NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF fav_date_year = WS-PFT-YEAR AND
                               fav_date_month = WS-PFT-MONTH THEN
                               PERFORM PFT_ONE_CREDIT_NOTE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE favoir.

      * tamp_favoir HOLDS A CREDIT NOTE OF THE MONTH.
       PFT_ONE_CREDIT_NOTE.
           MOVE 0 TO WS-PFT-ROOM
           OPEN INPUT finv
               MOVE fav_numInv TO fi_numInv
               READ finv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fi_numCh TO WS-PFT-ROOM
               END-READ
           CLOSE finv
           PERFORM PFT_FIND_ROOM
           IF WS-PFT-FOUND > 0 THEN
               COMPUTE WS-PFT-R-REV(WS-PFT-FOUND) =
                   WS-PFT-R-REV(WS-PFT-FOUND) - fav_total_entier -
                   (fav_total_decimal / 100) + fav_tax_entier +
                   (fav_tax_decimal / 100)
           END-IF.

      * THE MISSIONS CLOCKED OUT IN THE MONTH - LABOUR AT THE
      * CLEANER'S LOADED RATE FOR THE SAME-DAY CLOCKED MINUTES, THE
      * SUPPLIES RECORDED AT CLOCK-OUT, AND ONE CLEANING COUNTED.
       PFT_TALLY_MISSIONS.
           MOVE 0 TO WS-PFT-CLEANS
           OPEN INPUT fmis
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF fm_reel_debut_year NOT = 0 AND
                               fm_reel_fin_year = WS-PFT-YEAR AND
                               fm_reel_fin_month = WS-PFT-MONTH THEN
                               PERFORM PFT_ONE_MISSION
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fmis.

      * tamp_fmis HOLDS A MISSION CLOCKED OUT IN THE MONTH.
       PFT_ONE_MISSION.
           MOVE fm_numCh TO WS-PFT-ROOM
           PERFORM PFT_FIND_ROOM
           IF WS-PFT-FOUND > 0 THEN
               ADD 1 TO WS-PFT-CLEANS
               ADD 1 TO WS-PFT-R-CLEANS(WS-PFT-FOUND)
               ADD fm_supply_cost TO WS-PFT-R-SUP(WS-PFT-FOUND)
               COMPUTE WS-PFT-ONE-MIN =
                   ((fm_reel_fin_hours * 60) + fm_reel_fin_minute) -
                   ((fm_reel_debut_hours * 60) + fm_reel_debut_minute)
               PERFORM DST_MISSION_CORRECTION
               ADD WS-DST-ADJ TO WS-PFT-ONE-MIN
               IF WS-PFT-ONE-MIN > 0 THEN
                   MOVE WS-PFT-HOUSE-RATE TO WS-PFT-RATE
                   OPEN INPUT fpers
                       MOVE fm_numP TO fp_numP
                       READ fpers
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF fp_cost_entier > 0 OR
                                   fp_cost_decimal > 0 THEN
                                   COMPUTE WS-PFT-RATE =
                                       fp_cost_entier +
                                       (fp_cost_decimal / 100)
                               END-IF
                       END-READ
                   CLOSE fpers
                   COMPUTE WS-PFT-R-LAB(WS-PFT-FOUND) ROUNDED =
                       WS-PFT-R-LAB(WS-PFT-FOUND) +
                       (WS-PFT-ONE-MIN * WS-PFT-RATE / 60)
               END-IF
           END-IF.

      * MINIBAR RESTOCKED INTO EACH ROOM IN THE MONTH (RESTOCK LOG)
      * AGAINST THE MINIBAR CHARGES OF THE MONTH ON ITS STAYS - THE
      * SAME TWO SIDES MINIBAR_VARIANCE_REPORT SETS AGAINST EACH
      * OTHER HOUSE-WIDE.
       PFT_TALLY_MINIBAR.
           OPEN INPUT fmbrlog
           IF cr_fmbrlog NOT = "00" THEN
               CLOSE fmbrlog
           ELSE
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ fmbrlog
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF tamp_fmbrlog(1:4) = WS-PFT-YEAR AND
                               tamp_fmbrlog(5:2) = WS-PFT-MONTH THEN
                               MOVE SPACES TO WS-MBR-FIELDS
                               UNSTRING tamp_fmbrlog
                                   DELIMITED BY ","
                                   INTO WS-MBR-P-DATE
                                       WS-MBR-P-ROOM WS-MBR-P-ITEM
                                       WS-MBR-P-QTY WS-MBR-P-VAL
                               COMPUTE WS-PFT-ROOM =
                                   FUNCTION NUMVAL(WS-MBR-P-ROOM)
                               PERFORM PFT_FIND_ROOM
                               IF WS-PFT-FOUND > 0 THEN
                                   COMPUTE
                                       WS-PFT-R-MBRIN(WS-PFT-FOUND) =
                                       WS-PFT-R-MBRIN(WS-PFT-FOUND) +
                                       FUNCTION NUMVAL(WS-MBR-P-VAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fmbrlog
           END-IF
           OPEN INPUT fext
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ fext NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF fe_code = 1 AND
                               fe_date_year = WS-PFT-YEAR AND
                               fe_date_month = WS-PFT-MONTH THEN
                               MOVE fe_numResa TO WS-PFT-RESA
                               PERFORM PFT_ROOM_OF_STAY
                               PERFORM PFT_FIND_ROOM
                               IF WS-PFT-FOUND > 0 THEN
                                   COMPUTE
                                       WS-PFT-R-MBROUT(WS-PFT-FOUND) =
                                       WS-PFT-R-MBROUT(WS-PFT-FOUND)
                                       + fe_amount_entier +
                                       (fe_amount_decimal / 100)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fext.

      * THE WORK ORDERS CLOSED IN THE MONTH, COSTED TO THEIR ROOM.
       PFT_TALLY_WORK_ORDERS.
           OPEN INPUT fwo
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ fwo NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF fwo_status = 1 AND
                               fwo_closed_year = WS-PFT-YEAR AND
                               fwo_closed_month = WS-PFT-MONTH THEN
                               MOVE fwo_numCh TO WS-PFT-ROOM
                               PERFORM PFT_FIND_ROOM
                               IF WS-PFT-FOUND > 0 THEN
                                   COMPUTE WS-PFT-R-WO(WS-PFT-FOUND) =
                                       WS-PFT-R-WO(WS-PFT-FOUND) +
                                       fwo_cost_entier +
                                       (fwo_cost_decimal / 100)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fwo.

      * WHAT THE LAUNDRY LOST ON THE BATCHES RETURNED IN THE MONTH,
      * AT AVERAGE UNIT COST, INTO WS-PFT-LAUNDRY - THE SAME FIGURE
      * LAUNDRY_VARIANCE_REPORT TOTALS.
       PFT_LAUNDRY_LOSS.
           MOVE 0 TO WS-PFT-LAUNDRY
           OPEN INPUT flaun
               MOVE 0 TO WS-PFT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF = 1
                   READ flaun NEXT
                       AT END
                           MOVE 1 TO WS-PFT-EOF
                       NOT AT END
                           IF flb_status = 1 AND
                               flb_back_year = WS-PFT-YEAR AND
                               flb_back_month = WS-PFT-MONTH THEN
                               MOVE flb_numLb TO WS-PFT-BATCH
                               PERFORM PFT_LAUNDRY_BATCH
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE flaun.

      * WS-PFT-BATCH HOLDS A BATCH RETURNED IN THE MONTH.
       PFT_LAUNDRY_BATCH.
           OPEN INPUT flaunl
               MOVE WS-PFT-BATCH TO fll_numLb
               START flaunl KEY IS EQUAL fll_numLb
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PFT-EOF2
                       MOVE 0 TO WS-PFT-STOP
                       PERFORM WITH TEST AFTER UNTIL WS-PFT-EOF2 = 1
                           OR WS-PFT-STOP = 1
                           READ flaunl NEXT
                               AT END
                                   MOVE 1 TO WS-PFT-EOF2
                               NOT AT END
                                   IF fll_numLb NOT = WS-PFT-BATCH
                                       THEN
                                       MOVE 1 TO WS-PFT-STOP
                                   ELSE
                                       IF fll_qty_sent > fll_qty_back
                                           THEN
                                           MOVE fll_numItem TO
                                               fsk_numItem
                                           PERFORM LAUNVAR_ITEM_COST
                                           COMPUTE WS-PFT-LAUNDRY
                                               ROUNDED =
                                               WS-PFT-LAUNDRY +
                                               ((fll_qty_sent -
                                               fll_qty_back) *
                                               WS-LAU-UNIT-COST)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE flaunl.

      * WS-PFT-IDX POINTS AT A ROOM BUCKET - ADDS IT TO ITS TYPE'S
      * BUCKET (OPENING ONE WHEN NEEDED) AND TO THE HOUSE TOTAL.
       PFT_ROOM_INTO_TYPE.
           MOVE 0 TO WS-PFT-HIT
           MOVE 0 TO WS-PFT-TIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PFT-TIDX = WS-PFT-TCNT
               OR WS-PFT-HIT = 1
               ADD 1 TO WS-PFT-TIDX
               IF WS-PFT-T-TYPE(WS-PFT-TIDX) =
                   WS-PFT-R-TYPE(WS-PFT-IDX) THEN
                   MOVE 1 TO WS-PFT-HIT
               END-IF
           END-PERFORM
           IF WS-PFT-HIT = 0 AND WS-PFT-TCNT < 20 THEN
               ADD 1 TO WS-PFT-TCNT
               MOVE WS-PFT-TCNT TO WS-PFT-TIDX
               MOVE ZEROS TO WS-PFT-TY(WS-PFT-TIDX)
               MOVE WS-PFT-R-TYPE(WS-PFT-IDX) TO
                   WS-PFT-T-TYPE(WS-PFT-TIDX)
               MOVE 1 TO WS-PFT-HIT
           END-IF
           IF WS-PFT-HIT = 1 THEN
               ADD WS-PFT-R-STAYS(WS-PFT-IDX) TO
                   WS-PFT-T-STAYS(WS-PFT-TIDX)
               ADD WS-PFT-R-MIN(WS-PFT-IDX) TO
                   WS-PFT-T-MIN(WS-PFT-TIDX)
               ADD WS-PFT-R-REV(WS-PFT-IDX) TO
                   WS-PFT-T-REV(WS-PFT-TIDX)
               ADD WS-PFT-R-LAB(WS-PFT-IDX) TO
                   WS-PFT-T-LAB(WS-PFT-TIDX)
               ADD WS-PFT-R-SUP(WS-PFT-IDX) TO
                   WS-PFT-T-SUP(WS-PFT-TIDX)
               ADD WS-PFT-R-LAU(WS-PFT-IDX) TO
                   WS-PFT-T-LAU(WS-PFT-TIDX)
               ADD WS-PFT-R-MBRIN(WS-PFT-IDX) TO
                   WS-PFT-T-MBRIN(WS-PFT-TIDX)
               ADD WS-PFT-R-MBROUT(WS-PFT-IDX) TO
                   WS-PFT-T-MBROUT(WS-PFT-TIDX)
               ADD WS-PFT-R-WO(WS-PFT-IDX) TO
                   WS-PFT-T-WO(WS-PFT-TIDX)
               ADD WS-PFT-R-CLEANS(WS-PFT-IDX) TO
                   WS-PFT-T-CLEANS(WS-PFT-TIDX)
           END-IF
           ADD WS-PFT-R-STAYS(WS-PFT-IDX) TO WS-PFT-H-STAYS
           ADD WS-PFT-R-MIN(WS-PFT-IDX) TO WS-PFT-H-MIN
           ADD WS-PFT-R-REV(WS-PFT-IDX) TO WS-PFT-H-REV
           ADD WS-PFT-R-LAB(WS-PFT-IDX) TO WS-PFT-H-LAB
           ADD WS-PFT-R-SUP(WS-PFT-IDX) TO WS-PFT-H-SUP
           ADD WS-PFT-R-LAU(WS-PFT-IDX) TO WS-PFT-H-LAU
           ADD WS-PFT-R-MBRIN(WS-PFT-IDX) TO WS-PFT-H-MBRIN
           ADD WS-PFT-R-MBROUT(WS-PFT-IDX) TO WS-PFT-H-MBROUT
           ADD WS-PFT-R-WO(WS-PFT-IDX) TO WS-PFT-H-WO
           ADD WS-PFT-R-CLEANS(WS-PFT-IDX) TO WS-PFT-H-CLEANS.

      * MONTHLY SHRINKAGE TREND - EVERY STOCKTAKE LINE OF THE
      * SESSIONS POSTED THIS MONTH, PER-ITEM VARIANCES SIDE BY
      * SIDE WITH THEIR VALUE AT THE DAY'S AVERAGE COST.
       STOCKTAKE_TREND_REPORT.
           DISPLAY "STOCKTAKE VARIANCES THIS MONTH - "
               "SESSION/ITEM/SYSTEM/COUNTED/VARIANCE/VALUE"
           OPEN INPUT fstksess
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstksess NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fss_status = 1 AND
                               fss_date_year = WS-CURRENT-YEAR AND
                               fss_date_month = WS-CURRENT-MONTH
                               THEN
                               PERFORM STKTREND_ONE_SESSION
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fstksess.

      * tamp_fstksess HOLDS A POSTED SESSION - ITS LINES PRINT.
       STKTREND_ONE_SESSION.
           OPEN INPUT fstkline
               MOVE fss_numSs TO ftk_numSs
               START fstkline KEY IS EQUAL ftk_numSs
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wstop = 1
                           READ fstkline NEXT
                               AT END
                                   MOVE 1 TO Wstop
                               NOT AT END
                                   IF ftk_numSs NOT = fss_numSs
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF ftk_variance NOT = 0 THEN
                                           MOVE ftk_var_cost TO
                                               WS-STK-VAR-ED
                                           DISPLAY "  " ftk_numSs
                                               " " ftk_numItem " "
                                               ftk_sys_qty " "
                                               ftk_counted " "
                                               ftk_variance " "
                                               WS-STK-VAR-ED
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fstkline.

      * MONTHLY MINIBAR VARIANCE - WHAT WAS PUT BACK INTO THE
      * MINIBARS (RESTOCK LOG) AGAINST WHAT WAS BILLED AS MINIBAR
      * REVENUE (fe_code = 1); THE GAP IS THE CHAMPAGNE THAT LEFT
      * WITHOUT A CHARGE.
       MINIBAR_VARIANCE_REPORT.
           MOVE 0 TO WS-MBR-RESTOCKED
           OPEN INPUT fmbrlog
           IF cr_fmbrlog NOT = "00" THEN
               CLOSE fmbrlog
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fmbrlog
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF tamp_fmbrlog(1:4) = WS-CURRENT-YEAR
                               AND tamp_fmbrlog(5:2) =
                               WS-CURRENT-MONTH THEN
                               MOVE SPACES TO WS-MBR-FIELDS
                               UNSTRING tamp_fmbrlog
                                   DELIMITED BY ","
                                   INTO WS-MBR-P-DATE
                                       WS-MBR-P-ROOM WS-MBR-P-ITEM
                                       WS-MBR-P-QTY WS-MBR-P-VAL
                               COMPUTE WS-MBR-RESTOCKED =
                                   WS-MBR-RESTOCKED +
                                   FUNCTION NUMVAL(WS-MBR-P-VAL)
                               DISPLAY "  " tamp_fmbrlog(1:40)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fmbrlog
           END-IF
           MOVE 0 TO WS-MBR-REVENUE
           OPEN INPUT fext
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fext NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fe_code = 1 AND
                               fe_date_year = WS-CURRENT-YEAR AND
                               fe_date_month = WS-CURRENT-MONTH
                               THEN
                               COMPUTE WS-MBR-REVENUE =
                                   WS-MBR-REVENUE +
                                   fe_amount_entier +
                                   (fe_amount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fext
           DISPLAY "MINIBAR THIS MONTH - RESTOCK VALUE "
               WS-MBR-RESTOCKED " VS BILLED " WS-MBR-REVENUE.

      * CHASES OVERDUE GROUP INSTALLMENTS - EVERY UNPAID ROW PAST
      * ITS DUE DATE QUEUES A REMINDER LINE ON fnotif (CLIENT
      * JOINED THROUGH THE GROUP MASTER) AND PRINTS FOR THE DESK.
       INSTALLMENT_CHASE.
           MOVE 0 TO WS-GI-OVERDUE
           OPEN INPUT finst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finst NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fgi_paid = 0 AND
                               fgi_due_date < WS-CURRENT-DATE THEN
                               ADD 1 TO WS-GI-OVERDUE
                               PERFORM CHASE_ONE_INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE finst
           DISPLAY "OVERDUE GROUP INSTALLMENTS: " WS-GI-OVERDUE.

      * tamp_finst HOLDS AN OVERDUE ROW - JOIN GROUP AND CLIENT FOR
      * THE REMINDER LINE, THE DESTINATION RESOLVED THROUGH
      * RESOLVE_CONTACT_FOR_CLIENT (OPERATIONAL PURPOSE, fcl_tel
      * FALLBACK) LIKE EVERY OTHER fnotif WRITER.
       CHASE_ONE_INSTALLMENT.
           DISPLAY "OVERDUE: GROUP " fgi_numGrp " INSTALLMENT "
               fgi_numGi " DUE " fgi_due_date " AMOUNT "
               fgi_amount
           MOVE 0 TO fcl_numCl
           OPEN INPUT fgrp
               MOVE fgi_numGrp TO fg_numGrp
               READ fgrp
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fg_numCl TO fcl_numCl
               END-READ
           CLOSE fgrp
           IF fcl_numCl NOT = 0 THEN
               MOVE fcl_numCl TO WS-CTC-FIND-CL
               MOVE 0 TO WS-CTC-PURPOSE
               PERFORM RESOLVE_CONTACT_FOR_CLIENT
               IF WS-CTC-OK = 1 THEN
                   MOVE " " TO fcl_nom
                   MOVE " " TO fcl_prenom
                   MOVE SPACES TO fcl_lang
                   OPEN INPUT fcli
                       MOVE WS-CTC-FIND-CL TO fcl_numCl
                       READ fcli
                           INVALID KEY
                               CONTINUE
                       END-READ
                   CLOSE fcli
                   PERFORM RESET_GUEST_MESSAGE
                   MOVE "GRPDUE" TO WS-MSG-TYPE
                   MOVE fcl_lang TO WS-MSG-LANG
                   MOVE "GROUP INSTALLMENT OVERDUE - PLEASE SETTLE"
                       TO WS-MSG-DEFAULT
                   MOVE fcl_prenom TO WS-MSG-NAME
                   MOVE fgi_numGrp TO WS-MSG-CODE
                   PERFORM BUILD_GUEST_MESSAGE
                   OPEN EXTEND fnotif
                       MOVE SPACES TO tamp_fnotif
                       STRING "000000" ","
                           FUNCTION TRIM(WS-CTC-DEST) ","
                           FUNCTION TRIM(fcl_nom) ","
                           FUNCTION TRIM(fcl_prenom) ","
                           WS-CURRENT-YEAR "-"
                           WS-CURRENT-MONTH "-"
                           WS-CURRENT-DAY ","
                           FUNCTION TRIM(WS-MSG-TEXT)
                           DELIMITED BY SIZE INTO
                           tamp_fnotif
                       WRITE tamp_fnotif
                   CLOSE fnotif
               END-IF
           END-IF.

      * THE MANAGER'S VIEW OF HANDOVER NOTES NOBODY HAS OWNED FOR
      * MORE THAN A DAY - STICKY-NOTE ROT, NOW VISIBLE.
       STALE_HANDOVER_REPORT.
           MOVE 0 TO WS-HND-STALE
           DISPLAY "UNACKNOWLEDGED HANDOVER NOTES OVER A DAY OLD"
           OPEN INPUT fhand
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fhand NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fho_status = 0 AND
                               fho_date_date < WS-CURRENT-DATE THEN
                               ADD 1 TO WS-HND-STALE
                               DISPLAY fho_numHo " " fho_numP " "
                                   fho_date_date " "
                                   FUNCTION TRIM(fho_text)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fhand
           DISPLAY "STALE HANDOVER NOTES: " WS-HND-STALE.

      * THE SUPERVISOR'S RETRAINING LIST - CERTIFICATIONS ALREADY
      * LAPSED OR INSIDE 30 DAYS OF IT, STAFF AND PROTOCOL NAMED.
       CERT_EXPIRY_REPORT.
           MOVE 0 TO WS-CERT-DUE
           DISPLAY "EXPIRING CERTIFICATIONS - STAFF/TYPE/UNTIL"
           OPEN INPUT fcert
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcert NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           COMPUTE WS-CERT-AGE-DAYS =
                               ((fce_expiry_year -
                               WS-CURRENT-YEAR) * 365) +
                               ((fce_expiry_month -
                               WS-CURRENT-MONTH) * 31) +
                               (fce_expiry_day - WS-CURRENT-DAY)
                           IF WS-CERT-AGE-DAYS < 31 THEN
                               ADD 1 TO WS-CERT-DUE
                               DISPLAY fce_numP " "
                                   FUNCTION TRIM(fce_typeCh) " "
                                   fce_expiry
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcert
           DISPLAY "CERTIFICATIONS TO RENEW: " WS-CERT-DUE.

      * WHAT THE LAUNDRY LOST THIS MONTH - PER RETURNED BATCH THE
      * SENT/BACK/LOST LINE COUNTS, THEN A PER-ITEM MONTHLY ROLL-UP
      * (SMALL FIXED TABLE, SAME SHAPE AS THE GL TYPE BUCKETS) SO
      * THE LOSS RATE PER ITEM IS THE BILL WE HAND THE LAUNDRY.
      * LOSSES ARE COSTED AT EACH ITEM'S AVERAGE UNIT COST.
       LAUNDRY_VARIANCE_REPORT.
           MOVE "LAUNVAR" TO WS-RPT-CODE
           MOVE "LAUNDRY VARIANCE REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-LAU-CNT
           MOVE 0 TO WS-LAU-VALUE-TOTAL
           MOVE "BATCH/ITEM/SENT/BACK/LOST/VALUE (RETURNED THIS MONTH)"
               TO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT flaun
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ flaun NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF flb_status = 1 AND
                               flb_back_year = WS-CURRENT-YEAR AND
                               flb_back_month = WS-CURRENT-MONTH
                               THEN
                               MOVE flb_numLb TO WS-LAU-FIND
                               PERFORM LAUNVAR_ONE_BATCH
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE flaun
           MOVE "MONTH TOTALS - ITEM/SENT/BACK/LOST VALUE" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-LAU-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-LAU-IDX = WS-LAU-CNT
               ADD 1 TO WS-LAU-IDX
               MOVE WS-LAU-ITEM(WS-LAU-IDX) TO fsk_numItem
               PERFORM LAUNVAR_ITEM_COST
               MOVE 0 TO WS-LAU-LOST-VALUE
               IF WS-LAU-SENT(WS-LAU-IDX) > WS-LAU-BACK(WS-LAU-IDX)
                   THEN
                   COMPUTE WS-LAU-LOST-VALUE ROUNDED =
                       (WS-LAU-SENT(WS-LAU-IDX) -
                       WS-LAU-BACK(WS-LAU-IDX)) * WS-LAU-UNIT-COST
               END-IF
               MOVE WS-LAU-LOST-VALUE TO WS-LAU-VALUE-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-LAU-ITEM(WS-LAU-IDX) " "
                   WS-LAU-SENT(WS-LAU-IDX) " "
                   WS-LAU-BACK(WS-LAU-IDX) " "
                   WS-LAU-VALUE-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           MOVE WS-LAU-VALUE-TOTAL TO WS-LAU-VALUE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL LOST VALUE " WS-LAU-VALUE-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * fsk_numItem HOLDS A STOCK ITEM NUMBER - LEAVES ITS AVERAGE
      * UNIT COST IN WS-LAU-UNIT-COST (0 WHEN THE ITEM IS GONE).
       LAUNVAR_ITEM_COST.
           MOVE 0 TO WS-LAU-UNIT-COST
           OPEN INPUT fstock
               READ fstock
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fsk_avg_cost TO WS-LAU-UNIT-COST
               END-READ
           CLOSE fstock.

      * WS-LAU-FIND HOLDS A BATCH RETURNED THIS MONTH - ONE REPORT
      * LINE PER ITEM AND THE MONTHLY BUCKETS FED.
       LAUNVAR_ONE_BATCH.
           OPEN INPUT flaunl
               MOVE WS-LAU-FIND TO fll_numLb
               START flaunl KEY IS EQUAL fll_numLb
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ flaunl NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fll_numLb NOT = WS-LAU-FIND
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       COMPUTE WS-LAU-LOST =
                                           fll_qty_sent -
                                           fll_qty_back
                                       PERFORM LAUNVAR_COST_LINE
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "  " fll_numLb " "
                                           fll_numItem " "
                                           fll_qty_sent " "
                                           fll_qty_back " "
                                           WS-LAU-LOST " "
                                           WS-LAU-VALUE-ED
                                           DELIMITED BY SIZE INTO
                                           WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                       PERFORM LAUNVAR_BUCKET_ITEM
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE flaunl.

      * fll_* HOLDS A RETURNED LINE AND WS-LAU-LOST ITS SHORTFALL -
      * COSTS THE LOSS INTO WS-LAU-VALUE-ED AND THE REPORT TOTAL.
       LAUNVAR_COST_LINE.
           MOVE fll_numItem TO fsk_numItem
           PERFORM LAUNVAR_ITEM_COST
           COMPUTE WS-LAU-LOST-VALUE ROUNDED =
               WS-LAU-LOST * WS-LAU-UNIT-COST
           ADD WS-LAU-LOST-VALUE TO WS-LAU-VALUE-TOTAL
           MOVE WS-LAU-LOST-VALUE TO WS-LAU-VALUE-ED.

      * fll_* HOLDS THE LINE JUST REPORTED - FOLDS IT INTO ITS
      * ITEM'S MONTHLY BUCKET, OPENING A NEW ONE WHEN NEEDED.
       LAUNVAR_BUCKET_ITEM.
           MOVE 0 TO WS-LAU-HIT
           MOVE 0 TO WS-LAU-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-LAU-IDX = WS-LAU-CNT
               OR WS-LAU-HIT = 1
               ADD 1 TO WS-LAU-IDX
               IF WS-LAU-ITEM(WS-LAU-IDX) = fll_numItem THEN
                   ADD fll_qty_sent TO WS-LAU-SENT(WS-LAU-IDX)
                   ADD fll_qty_back TO WS-LAU-BACK(WS-LAU-IDX)
                   MOVE 1 TO WS-LAU-HIT
               END-IF
           END-PERFORM
           IF WS-LAU-HIT = 0 AND WS-LAU-CNT < 20 THEN
               ADD 1 TO WS-LAU-CNT
               MOVE fll_numItem TO WS-LAU-ITEM(WS-LAU-CNT)
               MOVE fll_qty_sent TO WS-LAU-SENT(WS-LAU-CNT)
               MOVE fll_qty_back TO WS-LAU-BACK(WS-LAU-CNT)
           END-IF.

      * OPEN PURCHASE ORDERS WITH THEIR AGE AND SUPPLIER - WHO IS
      * SITTING ON THE TOWEL ORDER. SAME CALENDAR-ROUGH AGE MATH AS
      * WORK_ORDER_AGING_REPORT.
       OPEN_PO_AGING_REPORT.
           MOVE 0 TO WS-PO-OPEN-CNT
           DISPLAY "OPEN PURCHASE ORDERS - PO/SUPPLIER/AGE"
           OPEN INPUT fpor
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpor NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fpor_status = 0 THEN
                               ADD 1 TO WS-PO-OPEN-CNT
                               COMPUTE WS-PO-AGE-DAYS =
                                   ((WS-CURRENT-YEAR -
                                   fpor_open_year) * 365) +
                                   ((WS-CURRENT-MONTH -
                                   fpor_open_month) * 31) +
                                   (WS-CURRENT-DAY -
                                   fpor_open_day)
                               MOVE " " TO fsp_nom
                               OPEN INPUT fsup
                                   MOVE fpor_numSup TO fsp_numSup
                                   READ fsup
                                       INVALID KEY
                                           CONTINUE
                                   END-READ
                               CLOSE fsup
                               DISPLAY fpor_numPo " "
                                   FUNCTION TRIM(fsp_nom) " "
                                   WS-PO-AGE-DAYS "D"
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpor
           DISPLAY "PURCHASE ORDERS STILL OPEN: " WS-PO-OPEN-CNT.

      * LISTS EVERY CONSUMABLE SITTING BELOW ITS MINIMUM LEVEL SO
      * THE ORDER GOES OUT BEFORE SATURDAY NIGHT, NOT AFTER.
       REORDER_REPORT.
           MOVE 0 TO WS-STK-SHORT
           DISPLAY "REORDER REPORT - ITEM/LABEL/ON HAND/MINIMUM"
           OPEN INPUT fstock
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstock NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fsk_qty < fsk_min THEN
                               ADD 1 TO WS-STK-SHORT
                               DISPLAY fsk_numItem " "
                                   FUNCTION TRIM(fsk_label) " "
                                   fsk_qty " " fsk_min
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fstock
           DISPLAY "ITEMS BELOW MINIMUM: " WS-STK-SHORT.

      * FLAGS MISSIONS WHOSE PLANNED START IS MORE THAN
      * WS-ESC-THRESHOLD-MIN MINUTES GONE WITH NO CLOCK-IN - THE
      * CLEANER WHO FORGOT IS NO LONGER INVISIBLE. EACH ONE IS SHOWN
      * WITH CLEANER AND ROOM AND CAN BE REASSIGNED ON ONE KEY TO
      * THE NEXT LEAST-LOADED CLEANER (ORIGINAL EXCLUDED, SAME
      * CONFLICT-CHECKED PICK AS EVERYWHERE ELSE). RUN FROM
      * BATCH-MAIN (REPORT ONLY THERE - NOBODY IS AT THE KEYBOARD)
      * AND FROM THE CLEANING MENU AS A DESK ALERT. A ONE-AT-A-TIME
      * KEYED CURSOR FETCHES EACH LATE MISSION AND LETS GO OF fmis
      * BEFORE THE REASSIGNMENT OFFER - THE ASSIGNMENT HELPERS OPEN
      * AND CLOSE fmis THEMSELVES, SO IT MUST NOT BE HELD OPEN
      * AROUND THEM (SAME RULE GENERATE_MISSION FOLLOWS).
       MISSION_START_ESCALATION.
           MOVE 0 TO WS-ESC-COUNT
           MOVE 0 TO WS-ESC-LAST-M
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           DISPLAY "LATE MISSION CHECK - " WS-CURRENT-DATE " "
               WS-CURRENT-HOURS "h" WS-CURRENT-MINUTE
           MOVE 0 TO Wvalide
           PERFORM WITH TEST AFTER UNTIL Wvalide = 1
               PERFORM FETCH_NEXT_LATE_MISSION
               IF WS-ESC-GOT = 0 THEN
                   MOVE 1 TO Wvalide
               ELSE
                   ADD 1 TO WS-ESC-COUNT
                   PERFORM ESCALATE_ONE_MISSION
               END-IF
           END-PERFORM
           DISPLAY "MISSIONS NOT STARTED ON TIME: " WS-ESC-COUNT.

      * FETCHES THE NEXT UNSTARTED MISSION PAST WS-ESC-LAST-M WHOSE
      * PLANNED START PLUS THE THRESHOLD IS ALREADY BEHIND THE
      * CLOCK, LEAVING IT IN tamp_fmis WITH fmis CLOSED AGAIN.
       FETCH_NEXT_LATE_MISSION.
           MOVE 0 TO WS-ESC-GOT
           OPEN INPUT fmis
               MOVE WS-ESC-LAST-M TO fm_numM
               START fmis KEY IS GREATER fm_numM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR WS-ESC-GOT = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   MOVE fm_numM TO WS-ESC-LAST-M
                                   IF fm_reel_debut_year = 0 AND
                                       fm_reel_fin_year = 0 THEN
                                       MOVE fm_debut TO
                                           WS-ESC-LIMIT-DATETIME
                                       ADD WS-ESC-THRESHOLD-MIN TO
                                           WS-ESC-LIMIT-MINUTE
                                       PERFORM WITH TEST BEFORE
                                           UNTIL
                                           WS-ESC-LIMIT-MINUTE < 60
                                           SUBTRACT 60 FROM
                                               WS-ESC-LIMIT-MINUTE
                                           ADD 1 TO
                                               WS-ESC-LIMIT-HOURS
                                       END-PERFORM
                                       PERFORM WITH TEST BEFORE
                                           UNTIL
                                           WS-ESC-LIMIT-HOURS < 24
                                           SUBTRACT 24 FROM
                                               WS-ESC-LIMIT-HOURS
                                           ADD 1 TO
                                               WS-ESC-LIMIT-DAY
                                       END-PERFORM
                                       IF WS-ESC-LIMIT-DATETIME <
                                           WS-NOW-DATETIME THEN
                                           MOVE 1 TO WS-ESC-GOT
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis.

      * tamp_fmis HOLDS THE LATE MISSION (fmis CLOSED - THE CURSOR
      * FETCHED IT AND LET GO) - REPORTS IT AND, AT A TERMINAL
      * (WS-CURRENT-USER-NUM NONZERO, I.E. SOMEBODY IS LOGGED IN),
      * OFFERS THE ONE-KEY REASSIGNMENT. MISSION FIELDS STASHED
      * AROUND THE ASSIGNMENT SCANS AS USUAL; THE REASSIGNMENT
      * LANDS THROUGH A FRESH KEYED READ/REWRITE.
       ESCALATE_ONE_MISSION.
           DISPLAY "LATE: MISSION " fm_numM " ROOM " fm_numCh
               " CLEANER " fm_numP " PLANNED " fm_debut
           IF WS-CURRENT-USER-NUM NOT = 0 THEN
               MOVE " " TO MENU-VALIDATE
               ACCEPT ESCALATION-SCREEN
               IF MENU-VALIDATE = "Y" OR MENU-VALIDATE = "y" THEN
                   MOVE tamp_fmis TO 1tamp_fmis
                   MOVE fm_debut TO WS-NEWMIS-DEBUT
                   MOVE fm_fin TO WS-NEWMIS-FIN
                   MOVE fm_numCh TO WS-NEWMIS-ROOM
                   MOVE fm_numP TO WS-EXCLUDE-NUMP
                   PERFORM ASSIGN_LEAST_LOADED_CLEANER
                   MOVE 0 TO WS-EXCLUDE-NUMP
                   MOVE fm_numP TO WS-NEW-NUMP
                   MOVE 1tamp_fmis TO tamp_fmis
                   IF WS-NEW-NUMP NOT = 0 AND
                       WS-NEW-NUMP NOT = fm_numP THEN
                       OPEN I-O fmis
                           READ fmis
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-NEW-NUMP TO fm_numP
                                   REWRITE tamp_fmis
                                   MOVE "fmis" TO WS-AUDIT-FILE
                                   MOVE fm_numM TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                                   DISPLAY "MISSION " fm_numM
                                       " REASSIGNED TO " fm_numP
                           END-READ
                       CLOSE fmis
                   ELSE
                       DISPLAY "NO OTHER CLEANER AVAILABLE"
                   END-IF
               END-IF
           END-IF.

      * MONTHLY PAYROLL HOURS EXPORT FROM THE MISSION CLOCK DATA -
      * FOR EVERY CLEANER, WALKS THEIR fmis BY THE fm_numP ALTERNATE
      * KEY, SUMS ACTUAL WORKED MINUTES (fm_reel_debut/fm_reel_fin)
      * PER DAY OF THE MONTH JUST ENDED, BREAKS OUT MINUTES AFTER
      * 22:00 FOR THE NIGHT PREMIUM, WRITES ONE
      * numP;date;minutes;night LINE PER WORKED DAY INTO
      * files/payroll_YYYYMM.csv AND PRINTS THE PER-EMPLOYEE
      * SUMMARY FOR COUNTERSIGNING. RUN BY BATCH-MAIN ON THE FIRST.
      * THE LEAVE BALANCE STATEMENT FOR THE SAME MONTH GOES OUT WITH
      * IT. HOUSEKEEPING GRATUITY SHARES DISTRIBUTED SINCE THE LAST
      * FILE TRAVEL WITH IT AS GRATUITY LINES.
       PAYROLL_EXPORT.
           MOVE WS-CURRENT-YEAR TO WS-PAYX-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PAYX-MONTH
           SUBTRACT 1 FROM WS-PAYX-MONTH
           IF WS-PAYX-MONTH = 0 THEN
               MOVE 12 TO WS-PAYX-MONTH
               SUBTRACT 1 FROM WS-PAYX-YEAR
           END-IF
           MOVE SPACES TO WS-PAYX-NAME
           STRING "files/payroll_" WS-PAYX-YEAR WS-PAYX-MONTH
               ".csv" DELIMITED BY SIZE INTO WS-PAYX-NAME
           DISPLAY "PAYROLL EXPORT " WS-PAYX-YEAR "-" WS-PAYX-MONTH
           OPEN OUTPUT fpayx
           OPEN INPUT fpers
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpers
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fp_type = 1 THEN
                               PERFORM PAYX_ONE_EMPLOYEE
                           ELSE
      *    RECEPTION AND SUPERVISION HAVE NO MISSIONS - THEIR
      *    HOURS COME FROM THE PUNCH CLOCK INSTEAD
                               PERFORM PAYX_ONE_PUNCH_EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers
           PERFORM PAYX_GRATUITY_LINES
           CLOSE fpayx
           DISPLAY "PAYROLL FILE WRITTEN - "
               FUNCTION TRIM(WS-PAYX-NAME)
           MOVE WS-PAYX-YEAR TO WS-LV-YEAR
           MOVE WS-PAYX-MONTH TO WS-LV-MONTH
           MOVE 1 TO WS-LV-CSV
           PERFORM LEAVE_BALANCE_STATEMENT.

      * ONE numP;YYYY-MM;GRATUITY;amount LINE IN THE PAYROLL FILE FOR
      * EVERY GRATUITY SHARE NOT YET PAID (fpayx OPEN OUTPUT), THE
      * MONTH BEING THE POOL'S PERIOD. EACH SHARE IS MARKED WITH THE
      * PAYROLL MONTH THAT CARRIED IT SO IT IS PAID ONCE.
       PAYX_GRATUITY_LINES.
           OPEN I-O fgshare
               MOVE 0 TO WS-GRT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                   READ fgshare NEXT
                       AT END
                           MOVE 1 TO WS-GRT-EOF
                       NOT AT END
                           IF fgs_exported = 0 THEN
                               MOVE fgs_period TO WS-GRT-PERIOD
                               MOVE SPACES TO tamp_fpayx
                               STRING fgs_numP ";" WS-GRT-YEAR "-"
                                   WS-GRT-MONTH ";GRATUITY;"
                                   fgs_amount_entier "."
                                   fgs_amount_decimal
                                   DELIMITED BY SIZE INTO tamp_fpayx
                               WRITE tamp_fpayx
                               MOVE 1 TO fgs_exported
                               COMPUTE fgs_payroll =
                                   WS-PAYX-YEAR * 100 + WS-PAYX-MONTH
                               REWRITE tamp_fgshare
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fgshare.

      * WS-LV-YEAR/WS-LV-MONTH MUST HOLD THE MONTH - ONE LINE PER
      * ACTIVE STAFF MEMBER WITH THE YEAR'S ENTITLEMENT, CARRY-OVER,
      * WHAT HAS ACCRUED BY THE END OF THE MONTH, THE HOLIDAY DAYS
      * TAKEN AND THE BALANCE LEFT. WITH WS-LV-CSV = 1 THE SAME
      * FIGURES GO TO files/leave_YYYYMM.csv FOR THE PAYROLL BUREAU
      * (numP;year;month;entitled;carried;accrued;taken;balance).
       LEAVE_BALANCE_STATEMENT.
           MOVE "LEAVEBAL" TO WS-RPT-CODE
           MOVE "LEAVE BALANCE STATEMENT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "LEAVE POSITION AT THE END OF " WS-LV-YEAR "-"
               WS-LV-MONTH " (WORKING DAYS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NUM  NAME                   ENTITL  CARRY ACCRUE"
               " TAKEN  BALANCE" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           IF WS-LV-CSV = 1 THEN
               MOVE SPACES TO WS-LVX-NAME
               STRING "files/leave_" WS-LV-YEAR WS-LV-MONTH ".csv"
                   DELIMITED BY SIZE INTO WS-LVX-NAME
               OPEN OUTPUT flvx
           END-IF
           MOVE 0 TO WS-LV-CNT
           OPEN INPUT fpers
               MOVE 0 TO WS-LV-PEOF
               PERFORM WITH TEST AFTER UNTIL WS-LV-PEOF = 1
                   READ fpers NEXT
                       AT END
                           MOVE 1 TO WS-LV-PEOF
                       NOT AT END
                           IF fp_actif NOT = 0 THEN
                               PERFORM LEAVE_STATEMENT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-LV-CNT " STAFF MEMBERS" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT
           IF WS-LV-CSV = 1 THEN
               CLOSE flvx
               MOVE 0 TO WS-LV-CSV
               DISPLAY "LEAVE FILE WRITTEN - "
                   FUNCTION TRIM(WS-LVX-NAME)
           END-IF.

      * tamp_fpers HOLDS THE STAFF MEMBER - WORKS OUT THEIR POSITION
      * AND PRINTS (AND EXPORTS) THE LINE.
       LEAVE_STATEMENT_LINE.
           MOVE fp_numP TO WS-LV-NUMP
           MOVE fp_dateEmbauche TO WS-LV-HIRE
           PERFORM LEAVE_POSITION
           ADD 1 TO WS-LV-CNT
           MOVE fp_numP TO WS-LV-L-NUMP
           MOVE SPACES TO WS-LV-L-NAME
           STRING FUNCTION TRIM(fp_nom) " " fp_prenom
               DELIMITED BY SIZE INTO WS-LV-L-NAME
           MOVE WS-LV-ENTITLED TO WS-LV-L-ENT
           MOVE WS-LV-CARRIED TO WS-LV-L-CAR
           MOVE WS-LV-ACCRUED TO WS-LV-L-ACC
           MOVE WS-LV-TAKEN TO WS-LV-L-TAKEN
           MOVE WS-LV-BALANCE TO WS-LV-L-BAL
           MOVE WS-LV-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE
           IF WS-LV-CSV = 1 THEN
               MOVE WS-LV-ENTITLED TO WS-LV-X-ENT
               MOVE WS-LV-CARRIED TO WS-LV-X-CAR
               MOVE WS-LV-ACCRUED TO WS-LV-X-ACC
               MOVE WS-LV-BALANCE TO WS-LV-X-BAL
               MOVE SPACES TO tamp_flvx
               STRING fp_numP ";" WS-LV-YEAR ";" WS-LV-MONTH ";"
                   WS-LV-X-ENT ";" WS-LV-X-CAR ";" WS-LV-X-ACC ";"
                   WS-LV-TAKEN ";" WS-LV-X-BAL
                   DELIMITED BY SIZE INTO tamp_flvx
               WRITE tamp_flvx
           END-IF.

      * tamp_fpers HOLDS THE CLEANER - GATHERS THEIR CLOCKED MISSION
      * MINUTES INTO THE PER-DAY TABLE, WRITES THE WORKED-DAY LINES
      * AND PRINTS THE SUMMARY.
       PAYX_ONE_EMPLOYEE.
           MOVE 0 TO WS-PAYX-DAYIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PAYX-DAYIDX = 31
               ADD 1 TO WS-PAYX-DAYIDX
               MOVE 0 TO WS-PAYX-MIN(WS-PAYX-DAYIDX)
               MOVE 0 TO WS-PAYX-NIGHT(WS-PAYX-DAYIDX)
           END-PERFORM
           MOVE fp_numP TO WS-NUMP
           OPEN INPUT fmis
               MOVE fp_numP TO fm_numP
               START fmis KEY IS EQUAL fm_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fm_numP NOT = WS-NUMP THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fm_reel_debut_year NOT = 0
                                           AND fm_reel_fin_year
                                           NOT = 0 AND
                                           fm_reel_debut_year =
                                           WS-PAYX-YEAR AND
                                           fm_reel_debut_month =
                                           WS-PAYX-MONTH THEN
                                           PERFORM PAYX_ADD_MISSION
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis
           MOVE 0 TO WS-PAYX-TOT
           MOVE 0 TO WS-PAYX-NTOT
           MOVE 0 TO WS-PAYX-DAYIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PAYX-DAYIDX = 31
               ADD 1 TO WS-PAYX-DAYIDX
               IF WS-PAYX-MIN(WS-PAYX-DAYIDX) > 0 THEN
                   ADD WS-PAYX-MIN(WS-PAYX-DAYIDX) TO WS-PAYX-TOT
                   ADD WS-PAYX-NIGHT(WS-PAYX-DAYIDX) TO
                       WS-PAYX-NTOT
                   MOVE SPACES TO tamp_fpayx
                   STRING WS-NUMP ";" WS-PAYX-YEAR "-"
                       WS-PAYX-MONTH "-" WS-PAYX-DAYIDX ";"
                       WS-PAYX-MIN(WS-PAYX-DAYIDX) ";"
                       WS-PAYX-NIGHT(WS-PAYX-DAYIDX)
                       DELIMITED BY SIZE INTO tamp_fpayx
                   WRITE tamp_fpayx
               END-IF
           END-PERFORM
           IF WS-PAYX-TOT > 0 THEN
               DISPLAY "STAFF " WS-NUMP " "
                   FUNCTION TRIM(fp_nom) " WORKED "
                   WS-PAYX-TOT " MIN (NIGHT " WS-PAYX-NTOT
                   " MIN) - SIGNATURE: ___________"
           END-IF.

      * tamp_fpers HOLDS A NON-CLEANING STAFF MEMBER - SAME
      * PER-DAY TABLE AND OUTPUT LINES AS PAYX_ONE_EMPLOYEE, FED
      * FROM THE PUNCH CLOCK WITH THE SAME AFTER-22:00 NIGHT SPLIT.
       PAYX_ONE_PUNCH_EMPLOYEE.
           MOVE 0 TO WS-PAYX-DAYIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PAYX-DAYIDX = 31
               ADD 1 TO WS-PAYX-DAYIDX
               MOVE 0 TO WS-PAYX-MIN(WS-PAYX-DAYIDX)
               MOVE 0 TO WS-PAYX-NIGHT(WS-PAYX-DAYIDX)
           END-PERFORM
           MOVE fp_numP TO WS-NUMP
           OPEN INPUT fpunch
               MOVE fp_numP TO fpu_numP
               START fpunch KEY IS EQUAL fpu_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fpunch NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fpu_numP NOT = WS-NUMP THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fpu_date_year =
                                           WS-PAYX-YEAR AND
                                           fpu_date_month =
                                           WS-PAYX-MONTH AND
                                           (fpu_out_hours NOT = 0
                                           OR fpu_out_minute
                                           NOT = 0) THEN
                                           PERFORM PAYX_ADD_PUNCH
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpunch
           MOVE 0 TO WS-PAYX-TOT
           MOVE 0 TO WS-PAYX-NTOT
           MOVE 0 TO WS-PAYX-DAYIDX
           PERFORM WITH TEST BEFORE UNTIL WS-PAYX-DAYIDX = 31
               ADD 1 TO WS-PAYX-DAYIDX
               IF WS-PAYX-MIN(WS-PAYX-DAYIDX) > 0 THEN
                   ADD WS-PAYX-MIN(WS-PAYX-DAYIDX) TO WS-PAYX-TOT
                   ADD WS-PAYX-NIGHT(WS-PAYX-DAYIDX) TO
                       WS-PAYX-NTOT
                   MOVE SPACES TO tamp_fpayx
                   STRING WS-NUMP ";" WS-PAYX-YEAR "-"
                       WS-PAYX-MONTH "-" WS-PAYX-DAYIDX ";"
                       WS-PAYX-MIN(WS-PAYX-DAYIDX) ";"
                       WS-PAYX-NIGHT(WS-PAYX-DAYIDX)
                       DELIMITED BY SIZE INTO tamp_fpayx
                   WRITE tamp_fpayx
               END-IF
           END-PERFORM
           IF WS-PAYX-TOT > 0 THEN
               DISPLAY "STAFF " WS-NUMP " "
                   FUNCTION TRIM(fp_nom) " WORKED "
                   WS-PAYX-TOT " MIN (NIGHT " WS-PAYX-NTOT
                   " MIN) - SIGNATURE: ___________"
           END-IF.

      * fpu_* HOLDS A CLOSED PUNCH OF THE DECLARED MONTH - SAME
      * MINUTE AND NIGHT MATH AS PAYX_ADD_MISSION.
       PAYX_ADD_PUNCH.
           COMPUTE WS-PAYX-START-MIN =
               (fpu_in_hours * 60) + fpu_in_minute
           COMPUTE WS-PAYX-END-MIN =
               (fpu_out_hours * 60) + fpu_out_minute
           IF WS-PAYX-END-MIN > WS-PAYX-START-MIN THEN
               COMPUTE WS-PAYX-ONE =
                   WS-PAYX-END-MIN - WS-PAYX-START-MIN
               MOVE 0 TO WS-PAYX-NIGHT-ONE
               IF WS-PAYX-END-MIN > 1320 THEN
                   IF WS-PAYX-START-MIN > 1320 THEN
                       MOVE WS-PAYX-ONE TO WS-PAYX-NIGHT-ONE
                   ELSE
                       COMPUTE WS-PAYX-NIGHT-ONE =
                           WS-PAYX-END-MIN - 1320
                   END-IF
               END-IF
               MOVE fpu_date TO WS-DST-S-DATE
               MOVE fpu_in_hours TO WS-DST-S-HOURS
               MOVE fpu_in_minute TO WS-DST-S-MINUTE
               MOVE WS-DST-STAMP-N TO WS-DST-FROM
               MOVE fpu_out_hours TO WS-DST-S-HOURS
               MOVE fpu_out_minute TO WS-DST-S-MINUTE
               MOVE WS-DST-STAMP-N TO WS-DST-TO
               PERFORM PAYX_CLOCK_CHANGE
               ADD WS-PAYX-ONE TO WS-PAYX-MIN(fpu_date_day)
               ADD WS-PAYX-NIGHT-ONE TO
                   WS-PAYX-NIGHT(fpu_date_day)
           END-IF.

      * fm_* HOLDS A CLOCKED MISSION IN THE DECLARED MONTH - ADDS
      * ITS WORKED MINUTES (AND THE SHARE AFTER 22:00) TO ITS DAY'S
      * BUCKET. SAME SAME-DAY MINUTE MATH AS DISPLAY_PERF_STATISTICS.
       PAYX_ADD_MISSION.
           COMPUTE WS-PAYX-START-MIN =
               (fm_reel_debut_hours * 60) + fm_reel_debut_minute
           COMPUTE WS-PAYX-END-MIN =
               (fm_reel_fin_hours * 60) + fm_reel_fin_minute
           IF WS-PAYX-END-MIN > WS-PAYX-START-MIN THEN
               COMPUTE WS-PAYX-ONE =
                   WS-PAYX-END-MIN - WS-PAYX-START-MIN
               MOVE 0 TO WS-PAYX-NIGHT-ONE
               IF WS-PAYX-END-MIN > 1320 THEN
                   IF WS-PAYX-START-MIN > 1320 THEN
                       MOVE WS-PAYX-ONE TO WS-PAYX-NIGHT-ONE
                   ELSE
                       COMPUTE WS-PAYX-NIGHT-ONE =
                           WS-PAYX-END-MIN - 1320
                   END-IF
               END-IF
               MOVE fm_reel_debut TO WS-DST-FROM
               MOVE fm_reel_fin TO WS-DST-TO
               PERFORM PAYX_CLOCK_CHANGE
               ADD WS-PAYX-ONE TO
                   WS-PAYX-MIN(fm_reel_debut_day)
               ADD WS-PAYX-NIGHT-ONE TO
                   WS-PAYX-NIGHT(fm_reel_debut_day)
           END-IF.

      * WS-DST-FROM/TO HOLD THE PUNCH OR MISSION JUST TALLIED INTO
      * WS-PAYX-ONE / WS-PAYX-NIGHT-ONE - CORRECTS BOTH FOR A CLOCK
      * CHANGE INSIDE IT (THE NIGHT SHARE ONLY WHEN THE CHANGE FELL
      * AFTER 22:00) SO THE HOUR GAINED OR LOST IS PAID AS WORKED.
       PAYX_CLOCK_CHANGE.
           PERFORM DST_ADJUST_MINUTES
           IF WS-DST-ADJ NOT = 0 THEN
               IF WS-PAYX-ONE + WS-DST-ADJ < 0 THEN
                   MOVE 0 TO WS-PAYX-ONE
               ELSE
                   COMPUTE WS-PAYX-ONE = WS-PAYX-ONE + WS-DST-ADJ
               END-IF
               MOVE WS-DST-HIT-AT(9:2) TO WS-DST-DUE
               IF WS-DST-DUE >= 22 THEN
                   IF WS-PAYX-NIGHT-ONE + WS-DST-ADJ < 0 THEN
                       MOVE 0 TO WS-PAYX-NIGHT-ONE
                   ELSE
                       COMPUTE WS-PAYX-NIGHT-ONE =
                           WS-PAYX-NIGHT-ONE + WS-DST-ADJ
                   END-IF
               END-IF
           END-IF.

      * LOOKS SEVEN DAYS FORWARD OVER fresa (THE MIRROR OF
      * OCCUPANCY_TREND_REPORT'S BACKWARD LOOK AT fresaarch): PER DAY
      * AND ROOM TYPE, BOOKED HOURS AND OCCUPANCY PERCENTAGE, PLUS
      * THE CLEANING MISSIONS THAT DAY'S CHECKOUTS WILL GENERATE
      * (SAME ONE-MISSION-PER-ENDING-STAY ELIGIBILITY AS
      * GENERATE_MISSION) COMPARED AGAINST THE ACTIVE CLEANER COUNT -
      * FLAGGING THE DAYS THE ROSTER COMES UP SHORT AT ROUGHLY FOUR
      * TWO-HOUR MISSIONS PER CLEANER PER DAY.
       OCCUPANCY_FORECAST_REPORT.
           DISPLAY "SEVEN-DAY OCCUPANCY FORECAST - " WS-CURRENT-DATE
           PERFORM LOAD_ROOM_INVENTORY
           MOVE 0 TO WS-RIN-SITE
           MOVE 0 TO WS-FC-TYPE-CNT
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fc_retired = 0 OR
                               fc_retired > WS-CURRENT-DATE THEN
                               PERFORM FC_COUNT_ROOM_TYPE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           MOVE 0 TO WS-FC-CLEANERS
           OPEN INPUT fpers
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpers
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fp_actif = 1 AND fp_type = 1 THEN
                               ADD 1 TO WS-FC-CLEANERS
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers
           MOVE 0 TO WS-FC-OFFSET
           PERFORM WITH TEST BEFORE UNTIL WS-FC-OFFSET > 6
               MOVE WS-CURRENT-DATE TO WS-WORK-DATE
               MOVE WS-FC-OFFSET TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               MOVE WS-WORK-DATE TO WS-FC-DATE
               PERFORM FC_TALLY_ONE_DAY
               ADD 1 TO WS-FC-OFFSET
           END-PERFORM.

      * tamp_fch HOLDS A ROOM - COUNTS IT INTO ITS TYPE'S BUCKET,
      * OPENING A NEW BUCKET FOR A TYPE NOT SEEN YET.
       FC_COUNT_ROOM_TYPE.
           MOVE 0 TO WS-FC-HIT
           MOVE 0 TO WS-FC-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-FC-IDX = WS-FC-TYPE-CNT
               OR WS-FC-HIT = 1
               ADD 1 TO WS-FC-IDX
               IF WS-FC-TYPE-NAME(WS-FC-IDX) = fc_typeCh THEN
                   ADD 1 TO WS-FC-TYPE-ROOMS(WS-FC-IDX)
                   MOVE 1 TO WS-FC-HIT
               END-IF
           END-PERFORM
           IF WS-FC-HIT = 0 AND WS-FC-TYPE-CNT < 20 THEN
               ADD 1 TO WS-FC-TYPE-CNT
               MOVE fc_typeCh TO WS-FC-TYPE-NAME(WS-FC-TYPE-CNT)
               MOVE 1 TO WS-FC-TYPE-ROOMS(WS-FC-TYPE-CNT)
               MOVE 0 TO WS-FC-TYPE-HOURS(WS-FC-TYPE-CNT)
           END-IF.

      * WS-FC-DATE HOLDS THE FORECAST DAY - BOOKED HOURS PER TYPE
      * (HOUR-CELL STRADDLE COUNT, SAME STYLE AS THE DAY GRID),
      * CHECKOUT COUNT, THEN THE DAY'S REPORT LINES.
       FC_TALLY_ONE_DAY.
           MOVE 0 TO WS-FC-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-FC-IDX = WS-FC-TYPE-CNT
               ADD 1 TO WS-FC-IDX
               MOVE 0 TO WS-FC-TYPE-HOURS(WS-FC-IDX)
           END-PERFORM
           MOVE 0 TO WS-FC-CHECKOUTS
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status NOT = 3 THEN
                               PERFORM FC_TALLY_ONE_STAY
                               IF fr_date_fin_date = WS-FC-DATE AND
                                   fr_status < 2 THEN
                                   ADD 1 TO WS-FC-CHECKOUTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           DISPLAY "DAY " WS-FC-DAY "/" WS-FC-MONTH "/" WS-FC-YEAR
               " - EXPECTED CLEANINGS " WS-FC-CHECKOUTS
               " ACTIVE CLEANERS " WS-FC-CLEANERS
           IF WS-FC-CHECKOUTS > WS-FC-CLEANERS * 4 THEN
               DISPLAY "  *** SHORT-STAFFED ***"
           END-IF
           MOVE 0 TO WS-FC-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-FC-IDX = WS-FC-TYPE-CNT
               ADD 1 TO WS-FC-IDX
      *        THE TYPE'S ROOMS IN THE INVENTORY ON THE FORECAST DAY,
      *        NOT TODAY'S COUNT - A RENOVATION OR A ROOM OPENING
      *        MID-WEEK MOVES THE DENOMINATOR
               MOVE WS-FC-DATE TO WS-RIN-DATE
               MOVE WS-FC-TYPE-NAME(WS-FC-IDX) TO WS-RIN-TYPE
               PERFORM COUNT_ROOMS_IN_INVENTORY
               IF WS-RIN-ROOMS > 0 THEN
                   COMPUTE WS-FC-PCT =
                       WS-FC-TYPE-HOURS(WS-FC-IDX) * 100 /
                       (WS-RIN-ROOMS * 24)
               ELSE
                   MOVE 0 TO WS-FC-PCT
               END-IF
               DISPLAY "  " WS-FC-TYPE-NAME(WS-FC-IDX) " HOURS "
                   WS-FC-TYPE-HOURS(WS-FC-IDX) " OCC " WS-FC-PCT "%"
           END-PERFORM.

      * fr_* HOLDS A LIVE STAY - COUNTS ITS HOURS FALLING ON
      * WS-FC-DATE INTO ITS ROOM TYPE'S BUCKET (ROOM TYPE JOINED
      * FROM fch BY fr_numCh).
       FC_TALLY_ONE_STAY.
           MOVE 0 TO WS-FC-HOURS
           MOVE WS-FC-DATE TO WS-GRID-SLOT-DATE
           MOVE 0 TO WS-GRID-SLOT-MINUTE
           MOVE 0 TO WS-GRID-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-GRID-HOUR > 23
               MOVE WS-GRID-HOUR TO WS-GRID-SLOT-HOURS
               IF WS-GRID-SLOT-DATETIME >= fr_date_debut AND
                   WS-GRID-SLOT-DATETIME < fr_date_fin THEN
                   ADD 1 TO WS-FC-HOURS
               END-IF
               ADD 1 TO WS-GRID-HOUR
           END-PERFORM
           IF WS-FC-HOURS > 0 THEN
               MOVE fr_numCh TO fc_numCh
               OPEN INPUT fch
                   READ fch
                       INVALID KEY
                           MOVE 0 TO WS-FC-HOURS
                   END-READ
               CLOSE fch
               MOVE 0 TO WS-FC-IDX
               MOVE 0 TO WS-FC-HIT
               PERFORM WITH TEST BEFORE UNTIL
                   WS-FC-IDX = WS-FC-TYPE-CNT OR WS-FC-HIT = 1
                   ADD 1 TO WS-FC-IDX
                   IF WS-FC-TYPE-NAME(WS-FC-IDX) = fc_typeCh THEN
                       ADD WS-FC-HOURS TO
                           WS-FC-TYPE-HOURS(WS-FC-IDX)
                       MOVE 1 TO WS-FC-HIT
                   END-IF
               END-PERFORM
           END-IF.

      * WEEKLY - DRAFTS NEXT WEEK'S CLEANING ROSTER FROM THE
      * FORECAST FOR A SUPERVISOR TO REVIEW. A WEEK ALREADY DRAFTED
      * (AND PERHAPS AMENDED) OR PUBLISHED IS LEFT ALONE.
       ROSTER_DRAFT_WEEK.
           MOVE 0 TO WS-RSP-FORCE
           PERFORM RSP_NEXT_WEEK
           PERFORM ROSTER_DRAFT
           DISPLAY FUNCTION TRIM(ERROR-MESSAGE).

      * LEAVES IN WS-RSP-WEEK THE SATURDAY THE NEXT ROSTER WEEK
      * STARTS ON (A WEEK AWAY WHEN TODAY IS ITSELF A SATURDAY).
      * GET_DAY_OF_WEEK WORKS OFF fr_date_debut_date, WHICH IS SAVED
      * AND RESTORED.
       RSP_NEXT_WEEK.
           MOVE fr_date_debut_date TO WS-RSP-SAVE-DATE
           MOVE WS-CURRENT-DATE TO fr_date_debut_date
           PERFORM GET_DAY_OF_WEEK
           MOVE WS-RSP-SAVE-DATE TO fr_date_debut_date
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           COMPUTE WS-ADD-DAYS = 7 - WS-DAY-OF-WEEK
           PERFORM ADD_DAYS_TO_WORK_DATE
           MOVE WS-WORK-DATE TO WS-RSP-WEEK.

      * WS-RSP-WEEK MUST HOLD THE WEEK - FILLS IN THE DATE OF EACH OF
      * ITS SEVEN DAYS, SATURDAY FIRST.
       RSP_WEEK_DATES.
           MOVE WS-RSP-WEEK TO WS-WORK-DATE
           MOVE 1 TO WS-RSP-K
           MOVE WS-WORK-DATE TO WS-RSP-D-DATE(1)
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-K = 7
               MOVE 1 TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               ADD 1 TO WS-RSP-K
               MOVE WS-WORK-DATE TO WS-RSP-D-DATE(WS-RSP-K)
           END-PERFORM.

      * WS-RSP-WEEK MUST HOLD THE WEEK - COUNTS ITS PROPOSED SHIFTS
      * INTO WS-RSP-ROWS AND LEAVES WS-RSP-EXIST = 1 WHEN THE WEEK
      * HAS ALREADY BEEN PUBLISHED.
       RSP_WEEK_STATUS.
           MOVE 0 TO WS-RSP-ROWS
           MOVE 0 TO WS-RSP-EXIST
           OPEN INPUT frsp
               MOVE WS-RSP-WEEK TO frs_week
               MOVE 0 TO frs_numP
               MOVE 0 TO frs_weekday
               START frsp KEY IS NOT LESS THAN frs_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RSP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                           READ frsp NEXT
                               AT END
                                   MOVE 1 TO WS-RSP-EOF
                               NOT AT END
                                   IF frs_week NOT = WS-RSP-WEEK THEN
                                       MOVE 1 TO WS-RSP-EOF
                                   ELSE
                                       ADD 1 TO WS-RSP-ROWS
                                       IF frs_status = 1 THEN
                                           MOVE 1 TO WS-RSP-EXIST
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE frsp.

      * WS-RSP-WEEK MUST HOLD THE WEEK (WITH WS-RSP-FORCE = 1 TO
      * THROW AWAY A DRAFT ALREADY ON FILE) - PLANS EACH DAY FROM THE
      * CHECKOUT CLEANINGS fresa SAYS ARE COMING (THE SAME DEMAND
      * OCCUPANCY_FORECAST_REPORT SHOWS), AT fparam "RSCM" MINUTES A
      * CLEANING AND "RSSH"-HOUR SHIFTS STARTING AT "RSST" O'CLOCK,
      * WITH AT LEAST ONE CLEANER FOR EVERY ZONE THAT HAS CHECKOUTS
      * AND ONE ON DUTY EVERY DAY. NOBODY IS ROSTERED INTO AN
      * ABSENCE OR PAST THEIR DAILY/WEEKLY MINUTE CAPS; EVERY ROOM
      * TYPE DUE FOR CLEANING GETS A CLEANER CERTIFIED FOR IT; THE
      * SATURDAY AND SUNDAY SHIFTS GO FIRST TO WHOEVER HAS WORKED
      * THE FEWEST WEEKENDS OVER THE LAST FOUR PUBLISHED WEEKS, THE
      * REST OF THE WEEK TO THE LEAST-LOADED. THE DRAFT IS PRINTED.
       ROSTER_DRAFT.
           PERFORM RSP_WEEK_STATUS
           IF WS-RSP-EXIST = 1 THEN
               MOVE "ROSTER FOR THAT WEEK IS ALREADY PUBLISHED" TO
                   ERROR-MESSAGE
           ELSE
               IF WS-RSP-ROWS > 0 AND WS-RSP-FORCE = 0 THEN
                   MOVE "ROSTER DRAFT ALREADY ON FILE FOR THAT WEEK"
                       TO ERROR-MESSAGE
               ELSE
                   IF WS-RSP-ROWS > 0 THEN
                       PERFORM RSP_CLEAR_DRAFT
                   END-IF
                   PERFORM RSP_WEEK_DATES
                   PERFORM RSP_LOAD_STAFF
                   PERFORM RSP_LOAD_HISTORY
                   MOVE 0 TO WS-RSP-OFFSET
                   PERFORM WITH TEST BEFORE UNTIL WS-RSP-OFFSET > 6
                       PERFORM RSP_DRAFT_DAY
                       ADD 1 TO WS-RSP-OFFSET
                   END-PERFORM
                   MOVE 1 TO WS-RSP-DRAFTED
                   PERFORM RSP_PRINT_ROSTER
                   MOVE 0 TO WS-RSP-DRAFTED
                   MOVE "frsp" TO WS-AUDIT-FILE
                   MOVE WS-RSP-WEEK TO WS-AUDIT-KEY
                   MOVE "DRAFT" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   MOVE "ROSTER DRAFTED FOR REVIEW" TO ERROR-MESSAGE
               END-IF
           END-IF.

      * WS-RSP-WEEK MUST HOLD AN UNPUBLISHED WEEK - DELETES ITS
      * DRAFT SHIFTS.
       RSP_CLEAR_DRAFT.
           OPEN I-O frsp
               MOVE WS-RSP-WEEK TO frs_week
               MOVE 0 TO frs_numP
               MOVE 0 TO frs_weekday
               START frsp KEY IS NOT LESS THAN frs_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RSP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                           READ frsp NEXT
                               AT END
                                   MOVE 1 TO WS-RSP-EOF
                               NOT AT END
                                   IF frs_week NOT = WS-RSP-WEEK THEN
                                       MOVE 1 TO WS-RSP-EOF
                                   ELSE
                                       DELETE frsp
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE frsp.

      * LOADS THE ACTIVE CLEANERS (fp_type 1) WITH THEIR DAILY AND
      * WEEKLY MINUTE CAPS (HOUSE "CAPD"/"CAPW" WHEN THEIR OWN ARE
      * ZERO, UNCAPPED WHEN BOTH ARE) AND THE SHIFT PARAMETERS, THEN
      * MARKS THE DAYS OF THE WEEK EACH ONE IS ABSENT.
       RSP_LOAD_STAFF.
           MOVE "RSST" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-RSP-START-HOURS
           IF WS-RSP-START-HOURS = 0 OR WS-RSP-START-HOURS > 23 THEN
               MOVE 8 TO WS-RSP-START-HOURS
           END-IF
           MOVE "RSSH" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-RSP-SHIFT-HOURS
           IF WS-RSP-SHIFT-HOURS = 0 OR WS-RSP-SHIFT-HOURS > 16 THEN
               MOVE 8 TO WS-RSP-SHIFT-HOURS
           END-IF
           COMPUTE WS-RSP-SHIFT = WS-RSP-SHIFT-HOURS * 60
           MOVE "RSCM" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-RSP-CLEAN-MIN
           IF WS-RSP-CLEAN-MIN = 0 THEN
               MOVE 120 TO WS-RSP-CLEAN-MIN
           END-IF
           MOVE "CAPD" TO fpar_key
           PERFORM GET_PARAM_RATE
           COMPUTE WS-RSP-DEF-DAY = fpar_value * 60
           IF WS-RSP-DEF-DAY = 0 THEN
               MOVE 9999 TO WS-RSP-DEF-DAY
           END-IF
           MOVE "CAPW" TO fpar_key
           PERFORM GET_PARAM_RATE
           COMPUTE WS-RSP-DEF-WEEK = fpar_value * 60
           IF WS-RSP-DEF-WEEK = 0 THEN
               MOVE 99999 TO WS-RSP-DEF-WEEK
           END-IF
           MOVE 0 TO WS-RSP-CNT
           OPEN INPUT fpers
               MOVE 0 TO WS-RSP-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                   READ fpers NEXT
                       AT END
                           MOVE 1 TO WS-RSP-EOF
                       NOT AT END
                           IF fp_type = 1 AND fp_actif = 1 AND
                               WS-RSP-CNT < 100 THEN
                               ADD 1 TO WS-RSP-CNT
                               MOVE ZEROS TO WS-RSP-ST(WS-RSP-CNT)
                               MOVE fp_numP TO
                                   WS-RSP-S-NUMP(WS-RSP-CNT)
                               MOVE WS-RSP-DEF-DAY TO
                                   WS-RSP-S-DAYCAP(WS-RSP-CNT)
                               IF fp_cap_day_min NOT = 0 THEN
                                   MOVE fp_cap_day_min TO
                                       WS-RSP-S-DAYCAP(WS-RSP-CNT)
                               END-IF
                               MOVE WS-RSP-DEF-WEEK TO
                                   WS-RSP-S-WEEKCAP(WS-RSP-CNT)
                               IF fp_cap_week_min NOT = 0 THEN
                                   MOVE fp_cap_week_min TO
                                       WS-RSP-S-WEEKCAP(WS-RSP-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers
           MOVE 0 TO WS-RSP-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
               ADD 1 TO WS-RSP-IDX
               PERFORM RSP_LOAD_ABSENCES
           END-PERFORM.

      * WS-RSP-IDX POINTS AT THE CLEANER - FLAGS EVERY DAY OF THE
      * WEEK ONE OF THEIR fabs RANGES COVERS, WHATEVER THE TYPE.
       RSP_LOAD_ABSENCES.
           MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO WS-RSP-NUMP
           OPEN INPUT fabs
               MOVE WS-RSP-NUMP TO fab_numP
               START fabs KEY IS EQUAL fab_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RSP-EOF2
                       PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF2 = 1
                           READ fabs NEXT
                               AT END
                                   MOVE 1 TO WS-RSP-EOF2
                               NOT AT END
                                   IF fab_numP NOT = WS-RSP-NUMP THEN
                                       MOVE 1 TO WS-RSP-EOF2
                                   ELSE
                                       PERFORM RSP_MARK_ABSENT_DAYS
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fabs.

      * tamp_fabs HOLDS ONE OF THE CLEANER'S ABSENCES.
       RSP_MARK_ABSENT_DAYS.
           MOVE 0 TO WS-RSP-K
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-K = 7
               ADD 1 TO WS-RSP-K
               IF WS-RSP-D-DATE(WS-RSP-K) >= fab_start AND
                   WS-RSP-D-DATE(WS-RSP-K) <= fab_end THEN
                   MOVE 1 TO WS-RSP-S-OFF(WS-RSP-IDX, WS-RSP-K)
               END-IF
           END-PERFORM.

      * COUNTS EACH CLEANER'S SATURDAY/SUNDAY SHIFTS OVER THE FOUR
      * PUBLISHED WEEKS BEFORE WS-RSP-WEEK - THE WEEKEND FAIRNESS
      * RULE'S MEMORY.
       RSP_LOAD_HISTORY.
           MOVE WS-RSP-WEEK TO WS-WORK-DATE
           PERFORM SUBTRACT_DAY_FROM_WORK_DATE 28 TIMES
           MOVE WS-WORK-DATE TO WS-RSP-FROM
           OPEN INPUT frsp
               MOVE WS-RSP-FROM TO frs_week
               MOVE 0 TO frs_numP
               MOVE 0 TO frs_weekday
               START frsp KEY IS NOT LESS THAN frs_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RSP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                           READ frsp NEXT
                               AT END
                                   MOVE 1 TO WS-RSP-EOF
                               NOT AT END
                                   IF frs_week >= WS-RSP-WEEK THEN
                                       MOVE 1 TO WS-RSP-EOF
                                   ELSE
                                       IF frs_status = 1 AND
                                           frs_weekday < 2 THEN
                                           MOVE frs_numP TO WS-RSP-NUMP
                                           PERFORM RSP_FIND_STAFF
                                           IF WS-RSP-HIT = 1 THEN
                                               ADD 1 TO WS-RSP-S-HIST(
                                                   WS-RSP-IDX2)
                                           END-IF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE frsp.

      * WS-RSP-NUMP MUST HOLD THE STAFF NUMBER - LEAVES THEIR TABLE
      * SLOT IN WS-RSP-IDX2 WITH WS-RSP-HIT = 1, OR WS-RSP-HIT = 0.
       RSP_FIND_STAFF.
           MOVE 0 TO WS-RSP-HIT
           MOVE 0 TO WS-RSP-IDX2
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX2 = WS-RSP-CNT
               OR WS-RSP-HIT = 1
               ADD 1 TO WS-RSP-IDX2
               IF WS-RSP-S-NUMP(WS-RSP-IDX2) = WS-RSP-NUMP THEN
                   MOVE 1 TO WS-RSP-HIT
               END-IF
           END-PERFORM.

      * WS-RSP-OFFSET IS THE DAY (0 = SATURDAY) - WORKS OUT HOW MANY
      * CLEANERS IT NEEDS, PICKS THEM, SENDS EACH TO A ZONE AND FILES
      * THEIR DRAFT SHIFTS.
       RSP_DRAFT_DAY.
           MOVE WS-RSP-OFFSET TO WS-RSP-DOW
           MOVE WS-RSP-D-DATE(WS-RSP-OFFSET + 1) TO WS-RSP-DATE
           PERFORM RSP_DAY_DEMAND
           COMPUTE WS-RSP-NEED = ((WS-RSP-CLEANS * WS-RSP-CLEAN-MIN)
               + WS-RSP-SHIFT - 1) / WS-RSP-SHIFT
           IF WS-RSP-NEED < WS-RSP-ZCNT THEN
               MOVE WS-RSP-ZCNT TO WS-RSP-NEED
           END-IF
           IF WS-RSP-NEED = 0 THEN
               MOVE 1 TO WS-RSP-NEED
           END-IF
           MOVE 0 TO WS-RSP-GOT
           MOVE 0 TO WS-RSP-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
               ADD 1 TO WS-RSP-IDX
               MOVE 0 TO WS-RSP-S-PICK(WS-RSP-IDX)
               MOVE 0 TO WS-RSP-S-ZONE(WS-RSP-IDX)
           END-PERFORM
           MOVE 0 TO WS-RSP-TIDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-TIDX = WS-RSP-TCNT
               ADD 1 TO WS-RSP-TIDX
               PERFORM RSP_COVER_TYPE
           END-PERFORM
           MOVE SPACES TO WS-RSP-TYPE
           MOVE 1 TO WS-RSP-HIT
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-GOT >= WS-RSP-NEED
               OR WS-RSP-HIT = 0
               PERFORM RSP_PICK_BEST
           END-PERFORM
           MOVE 0 TO WS-RSP-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
               ADD 1 TO WS-RSP-IDX
               IF WS-RSP-S-PICK(WS-RSP-IDX) = 1 THEN
                   PERFORM RSP_ASSIGN_ZONE
               END-IF
           END-PERFORM
           OPEN I-O frsp
               MOVE 0 TO WS-RSP-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
                   ADD 1 TO WS-RSP-IDX
                   IF WS-RSP-S-PICK(WS-RSP-IDX) = 1 THEN
                       PERFORM RSP_WRITE_SHIFT
                   END-IF
               END-PERFORM
           CLOSE frsp
           MOVE WS-RSP-CLEANS TO WS-RSP-D-CLEANS(WS-RSP-OFFSET + 1)
           MOVE WS-RSP-NEED TO WS-RSP-D-NEED(WS-RSP-OFFSET + 1)
           MOVE WS-RSP-GOT TO WS-RSP-D-GOT(WS-RSP-OFFSET + 1).

      * WS-RSP-DATE IS THE DAY - THE CHECKOUT CLEANINGS fresa HAS
      * COMING THAT DAY (SAME ELIGIBILITY AS THE FORECAST), BUCKETED
      * BY THE ROOM'S ZONE AND ROOM TYPE.
       RSP_DAY_DEMAND.
           MOVE 0 TO WS-RSP-CLEANS
           MOVE 0 TO WS-RSP-ZCNT
           MOVE 0 TO WS-RSP-TCNT
           OPEN INPUT fresa
               MOVE 0 TO WS-RSP-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-RSP-EOF
                       NOT AT END
                           IF fr_status < 2 AND
                               fr_date_fin_date = WS-RSP-DATE THEN
                               ADD 1 TO WS-RSP-CLEANS
                               PERFORM RSP_BUCKET_CHECKOUT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa.

      * fr_numCh HOLDS THE ROOM BEING VACATED.
       RSP_BUCKET_CHECKOUT.
           MOVE 0 TO fc_zone
           MOVE SPACES TO fc_typeCh
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       MOVE 0 TO fc_zone
                       MOVE SPACES TO fc_typeCh
               END-READ
           CLOSE fch
           IF fc_zone NOT = 0 THEN
               MOVE 0 TO WS-RSP-HIT
               MOVE 0 TO WS-RSP-ZIDX
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-ZIDX = WS-RSP-ZCNT
                   OR WS-RSP-HIT = 1
                   ADD 1 TO WS-RSP-ZIDX
                   IF WS-RSP-Z-ZONE(WS-RSP-ZIDX) = fc_zone THEN
                       ADD 1 TO WS-RSP-Z-NEED(WS-RSP-ZIDX)
                       MOVE 1 TO WS-RSP-HIT
                   END-IF
               END-PERFORM
               IF WS-RSP-HIT = 0 AND WS-RSP-ZCNT < 50 THEN
                   ADD 1 TO WS-RSP-ZCNT
                   MOVE fc_zone TO WS-RSP-Z-ZONE(WS-RSP-ZCNT)
                   MOVE 1 TO WS-RSP-Z-NEED(WS-RSP-ZCNT)
                   MOVE 0 TO WS-RSP-Z-STAFF(WS-RSP-ZCNT)
               END-IF
           END-IF
           IF fc_typeCh NOT = SPACES THEN
               MOVE 0 TO WS-RSP-HIT
               MOVE 0 TO WS-RSP-TIDX
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-TIDX = WS-RSP-TCNT
                   OR WS-RSP-HIT = 1
                   ADD 1 TO WS-RSP-TIDX
                   IF WS-RSP-Y-TYPE(WS-RSP-TIDX) = fc_typeCh THEN
                       ADD 1 TO WS-RSP-Y-NEED(WS-RSP-TIDX)
                       MOVE 1 TO WS-RSP-HIT
                   END-IF
               END-PERFORM
               IF WS-RSP-HIT = 0 AND WS-RSP-TCNT < 20 THEN
                   ADD 1 TO WS-RSP-TCNT
                   MOVE fc_typeCh TO WS-RSP-Y-TYPE(WS-RSP-TCNT)
                   MOVE 1 TO WS-RSP-Y-NEED(WS-RSP-TCNT)
               END-IF
           END-IF.

      * WS-RSP-TIDX POINTS AT A ROOM TYPE DUE FOR CLEANING - WHEN
      * NOBODY PICKED SO FAR IS CERTIFIED FOR IT, THE BEST ELIGIBLE
      * CLEANER WHO IS GETS A SHIFT.
       RSP_COVER_TYPE.
           MOVE WS-RSP-Y-TYPE(WS-RSP-TIDX) TO WS-RSP-TYPE
           MOVE 0 TO WS-RSP-CHIT
           MOVE 0 TO WS-RSP-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
               OR WS-RSP-CHIT = 1
               ADD 1 TO WS-RSP-IDX
               IF WS-RSP-S-PICK(WS-RSP-IDX) = 1 THEN
                   MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO WS-RSP-NUMP
                   PERFORM RSP_STAFF_CERTIFIED
                   IF WS-RSP-OK = 1 THEN
                       MOVE 1 TO WS-RSP-CHIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RSP-CHIT = 0 THEN
               PERFORM RSP_PICK_BEST
           END-IF.

      * PICKS THE BEST ELIGIBLE CLEANER NOT YET ON FOR THE DAY (ONLY
      * AMONG THOSE CERTIFIED FOR WS-RSP-TYPE WHEN IT IS SET) - ON A
      * WEEKEND DAY THE FEWEST WEEKEND SHIFTS (LAST FOUR WEEKS PLUS
      * THIS ONE) WINS, ON A WEEKDAY AND AS THE TIE-BREAK THE FEWEST
      * MINUTES ALREADY GIVEN THIS WEEK. LEAVES WS-RSP-HIT = 0 WHEN
      * NOBODY IS LEFT.
       RSP_PICK_BEST.
           MOVE 0 TO WS-RSP-BEST
           MOVE 0 TO WS-RSP-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-IDX = WS-RSP-CNT
               ADD 1 TO WS-RSP-IDX
               PERFORM RSP_ELIGIBLE
               IF WS-RSP-OK = 1 AND WS-RSP-TYPE NOT = SPACES THEN
                   MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO WS-RSP-NUMP
                   PERFORM RSP_STAFF_CERTIFIED
               END-IF
               IF WS-RSP-OK = 1 THEN
                   IF WS-RSP-BEST = 0 THEN
                       MOVE WS-RSP-IDX TO WS-RSP-BEST
                   ELSE
                       PERFORM RSP_COMPARE_CANDIDATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RSP-BEST = 0 THEN
               MOVE 0 TO WS-RSP-HIT
           ELSE
               MOVE 1 TO WS-RSP-HIT
               MOVE 1 TO WS-RSP-S-PICK(WS-RSP-BEST)
               ADD 1 TO WS-RSP-GOT
           END-IF.

      * WS-RSP-IDX IS THE CANDIDATE, WS-RSP-BEST THE BEST SO FAR -
      * MOVES WS-RSP-BEST WHEN THE CANDIDATE RANKS AHEAD.
       RSP_COMPARE_CANDIDATE.
           IF WS-RSP-DOW < 2 THEN
               COMPUTE WS-RSP-WE-CAND = WS-RSP-S-HIST(WS-RSP-IDX) +
                   WS-RSP-S-WE(WS-RSP-IDX)
               COMPUTE WS-RSP-WE-BEST = WS-RSP-S-HIST(WS-RSP-BEST) +
                   WS-RSP-S-WE(WS-RSP-BEST)
           ELSE
               MOVE 0 TO WS-RSP-WE-CAND
               MOVE 0 TO WS-RSP-WE-BEST
           END-IF
           IF WS-RSP-WE-CAND < WS-RSP-WE-BEST THEN
               MOVE WS-RSP-IDX TO WS-RSP-BEST
           ELSE
               IF WS-RSP-WE-CAND = WS-RSP-WE-BEST AND
                   WS-RSP-S-USED(WS-RSP-IDX) <
                   WS-RSP-S-USED(WS-RSP-BEST) THEN
                   MOVE WS-RSP-IDX TO WS-RSP-BEST
               END-IF
           END-IF.

      * WS-RSP-IDX IS THE CLEANER - LEAVES THEIR SHIFT LENGTH FOR
      * THE DAY IN WS-RSP-PSHIFT (THE HOUSE SHIFT, CUT TO THEIR
      * DAILY CAP).
       RSP_PERSON_SHIFT.
           MOVE WS-RSP-SHIFT TO WS-RSP-PSHIFT
           IF WS-RSP-S-DAYCAP(WS-RSP-IDX) < WS-RSP-PSHIFT THEN
               MOVE WS-RSP-S-DAYCAP(WS-RSP-IDX) TO WS-RSP-PSHIFT
           END-IF.

      * WS-RSP-IDX IS THE CLEANER - WS-RSP-OK = 1 WHEN THEY ARE NOT
      * ALREADY ON FOR THE DAY, NOT ABSENT, AND THE SHIFT STILL FITS
      * UNDER THEIR WEEKLY CAP.
       RSP_ELIGIBLE.
           MOVE 1 TO WS-RSP-OK
           PERFORM RSP_PERSON_SHIFT
           IF WS-RSP-S-PICK(WS-RSP-IDX) = 1 OR
               WS-RSP-S-OFF(WS-RSP-IDX, WS-RSP-DOW + 1) = 1 OR
               WS-RSP-PSHIFT = 0 THEN
               MOVE 0 TO WS-RSP-OK
           ELSE
               IF WS-RSP-S-USED(WS-RSP-IDX) + WS-RSP-PSHIFT >
                   WS-RSP-S-WEEKCAP(WS-RSP-IDX) THEN
                   MOVE 0 TO WS-RSP-OK
               END-IF
           END-IF.

      * WS-RSP-NUMP, WS-RSP-TYPE AND WS-RSP-DATE MUST BE SET - SAME
      * RULE AS STAFF_IS_CERTIFIED BUT FOR THE ROSTERED DAY RATHER
      * THAN TODAY: WS-RSP-OK = 1 WITH NO CERTIFICATION ROWS AT ALL
      * OR A ROW FOR THE TYPE STILL VALID THAT DAY.
       RSP_STAFF_CERTIFIED.
           MOVE 1 TO WS-RSP-OK
           MOVE 0 TO WS-RSP-CROWS
           MOVE 0 TO WS-RSP-CHIT
           OPEN INPUT fcert
               MOVE WS-RSP-NUMP TO fce_numP
               START fcert KEY IS EQUAL fce_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-RSP-EOF2
                       PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF2 = 1
                           READ fcert NEXT
                               AT END
                                   MOVE 1 TO WS-RSP-EOF2
                               NOT AT END
                                   IF fce_numP NOT = WS-RSP-NUMP THEN
                                       MOVE 1 TO WS-RSP-EOF2
                                   ELSE
                                       ADD 1 TO WS-RSP-CROWS
                                       IF fce_typeCh = WS-RSP-TYPE AND
                                           fce_expiry >= WS-RSP-DATE
                                           THEN
                                           MOVE 1 TO WS-RSP-CHIT
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fcert
           IF WS-RSP-CROWS > 0 AND WS-RSP-CHIT = 0 THEN
               MOVE 0 TO WS-RSP-OK
           END-IF.

      * WS-RSP-IDX IS A CLEANER ON FOR THE DAY - EVERY ZONE WITH
      * CHECKOUTS GETS SOMEBODY FIRST, THEN EACH EXTRA CLEANER GOES
      * WHERE THE CLEANINGS PER CLEANER ARE HIGHEST.
       RSP_ASSIGN_ZONE.
           MOVE 0 TO WS-RSP-ZBEST
           MOVE 0 TO WS-RSP-BEST-WEIGHT
           MOVE 0 TO WS-RSP-ZIDX
           PERFORM WITH TEST BEFORE UNTIL WS-RSP-ZIDX = WS-RSP-ZCNT
               ADD 1 TO WS-RSP-ZIDX
               IF WS-RSP-Z-STAFF(WS-RSP-ZIDX) = 0 THEN
                   IF WS-RSP-ZBEST = 0 OR
                       WS-RSP-Z-STAFF(WS-RSP-ZBEST) > 0 THEN
                       MOVE WS-RSP-ZIDX TO WS-RSP-ZBEST
                   END-IF
               ELSE
                   COMPUTE WS-RSP-WEIGHT = WS-RSP-Z-NEED(WS-RSP-ZIDX)
                       / (WS-RSP-Z-STAFF(WS-RSP-ZIDX) + 1)
                   IF WS-RSP-ZBEST = 0 THEN
                       MOVE WS-RSP-ZIDX TO WS-RSP-ZBEST
                       MOVE WS-RSP-WEIGHT TO WS-RSP-BEST-WEIGHT
                   ELSE
                       IF WS-RSP-Z-STAFF(WS-RSP-ZBEST) > 0 AND
                           WS-RSP-WEIGHT > WS-RSP-BEST-WEIGHT THEN
                           MOVE WS-RSP-ZIDX TO WS-RSP-ZBEST
                           MOVE WS-RSP-WEIGHT TO WS-RSP-BEST-WEIGHT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RSP-ZBEST NOT = 0 THEN
               ADD 1 TO WS-RSP-Z-STAFF(WS-RSP-ZBEST)
               MOVE WS-RSP-Z-ZONE(WS-RSP-ZBEST) TO
                   WS-RSP-S-ZONE(WS-RSP-IDX)
           END-IF.

      * WS-RSP-IDX IS A CLEANER ON FOR THE DAY (frsp OPEN I-O) -
      * FILES THEIR DRAFT SHIFT AND CHARGES IT TO THEIR WEEK.
       RSP_WRITE_SHIFT.
           PERFORM RSP_PERSON_SHIFT
           COMPUTE WS-RSP-END-MIN = (WS-RSP-START-HOURS * 60) +
               WS-RSP-PSHIFT
           IF WS-RSP-END-MIN > 1439 THEN
               MOVE 1439 TO WS-RSP-END-MIN
           END-IF
           MOVE WS-RSP-WEEK TO frs_week
           MOVE WS-RSP-S-NUMP(WS-RSP-IDX) TO frs_numP
           MOVE WS-RSP-DOW TO frs_weekday
           MOVE WS-RSP-DATE TO frs_date
           MOVE WS-RSP-START-HOURS TO frs_start_hours
           MOVE 0 TO frs_start_minute
           COMPUTE frs_end_hours = WS-RSP-END-MIN / 60
           COMPUTE frs_end_minute = WS-RSP-END-MIN -
               (frs_end_hours * 60)
           MOVE WS-RSP-S-ZONE(WS-RSP-IDX) TO frs_zone
           MOVE 0 TO frs_status
           MOVE 0 TO frs_by
           WRITE tamp_frsp
               INVALID KEY
                   REWRITE tamp_frsp
           END-WRITE
           ADD WS-RSP-PSHIFT TO WS-RSP-S-USED(WS-RSP-IDX)
           IF WS-RSP-DOW < 2 THEN
               ADD 1 TO WS-RSP-S-WE(WS-RSP-IDX)
           END-IF.

      * WS-RSP-WEEK MUST HOLD THE WEEK - PRINTS IT DAY BY DAY FOR THE
      * STAFF ROOM: WHO IS ON, THEIR HOURS AND ZONE. STRAIGHT AFTER
      * A DRAFT (WS-RSP-DRAFTED = 1) EACH DAY ALSO SHOWS THE
      * CLEANINGS EXPECTED AND ANY SHORTFALL AGAINST THE CLEANERS
      * IT NEEDED.
       RSP_PRINT_ROSTER.
           PERFORM RSP_WEEK_DATES
           MOVE "ROSTER" TO WS-RPT-CODE
           MOVE "WEEKLY CLEANING ROSTER" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RSP-DRAFTED = 1 THEN
               STRING "WEEK STARTING " WS-RSP-WEEK
                   " - DRAFT FOR REVIEW" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           ELSE
               STRING "WEEK STARTING " WS-RSP-WEEK
                   " - AS PUBLISHED" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           OPEN INPUT frsp
           OPEN INPUT fpers
               MOVE 0 TO WS-RSP-OFFSET
               PERFORM WITH TEST BEFORE UNTIL WS-RSP-OFFSET > 6
                   PERFORM RSP_PRINT_DAY
                   ADD 1 TO WS-RSP-OFFSET
               END-PERFORM
           CLOSE fpers
           CLOSE frsp
           PERFORM END_REPORT.

      * WS-RSP-OFFSET IS THE DAY (frsp AND fpers OPEN INPUT).
       RSP_PRINT_DAY.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RSP-DRAFTED = 1 THEN
               STRING WS-DAY-NAME(WS-RSP-OFFSET + 1) " "
                   WS-RSP-D-DATE(WS-RSP-OFFSET + 1) " - CLEANINGS "
                   WS-RSP-D-CLEANS(WS-RSP-OFFSET + 1) " CLEANERS "
                   WS-RSP-D-GOT(WS-RSP-OFFSET + 1) " OF "
                   WS-RSP-D-NEED(WS-RSP-OFFSET + 1)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-RSP-D-GOT(WS-RSP-OFFSET + 1) <
                   WS-RSP-D-NEED(WS-RSP-OFFSET + 1) THEN
                   MOVE "*** SHORT ***" TO WS-RPT-LINE(60:13)
               END-IF
           ELSE
               STRING WS-DAY-NAME(WS-RSP-OFFSET + 1) " "
                   WS-RSP-D-DATE(WS-RSP-OFFSET + 1)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           MOVE WS-RSP-WEEK TO frs_week
           MOVE 0 TO frs_numP
           MOVE 0 TO frs_weekday
           START frsp KEY IS NOT LESS THAN frs_key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RSP-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-RSP-EOF = 1
                       READ frsp NEXT
                           AT END
                               MOVE 1 TO WS-RSP-EOF
                           NOT AT END
                               IF frs_week NOT = WS-RSP-WEEK THEN
                                   MOVE 1 TO WS-RSP-EOF
                               ELSE
                                   IF frs_weekday = WS-RSP-OFFSET
                                       THEN
                                       PERFORM RSP_PRINT_SHIFT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * tamp_frsp HOLDS THE SHIFT (fpers OPEN INPUT).
       RSP_PRINT_SHIFT.
           MOVE SPACES TO WS-RSP-L-NAME
           MOVE frs_numP TO fp_numP
           READ fpers
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(fp_nom) " " fp_prenom
                       DELIMITED BY SIZE INTO WS-RSP-L-NAME
           END-READ
           MOVE frs_numP TO WS-RSP-L-NUMP
           MOVE frs_start_hours TO WS-RSP-L-START-H
           MOVE frs_start_minute TO WS-RSP-L-START-M
           MOVE frs_end_hours TO WS-RSP-L-END-H
           MOVE frs_end_minute TO WS-RSP-L-END-M
           MOVE frs_zone TO WS-RSP-L-ZONE
           MOVE WS-RSP-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WEEKLY JOB - WHEN A CLOCK CHANGE FELL IN THE LAST SEVEN DAYS,
      * PRINTS THE STAYS AND MISSIONS THAT RAN ACROSS IT SO THE DESK
      * AND PAYROLL CAN SEE WHAT WAS CORRECTED. QUIET OTHERWISE.
       DST_CROSSING_WEEK.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 7 TIMES
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-DST-RPT-FROM
           MOVE WS-CURRENT-DATE TO WS-DST-RPT-TO
           PERFORM DST_LOAD_TABLE
           MOVE 0 TO WS-DST-RPT-CHG
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-CNT
               IF WS-DST-AT(WS-DST-IDX)(1:8) >= WS-DST-RPT-FROM AND
                   WS-DST-AT(WS-DST-IDX)(1:8) <= WS-DST-RPT-TO THEN
                   ADD 1 TO WS-DST-RPT-CHG
               END-IF
           END-PERFORM
           IF WS-DST-RPT-CHG = 0 THEN
               DISPLAY "NO CLOCK CHANGE SINCE " WS-DST-RPT-FROM
           ELSE
               PERFORM DST_CROSSING_REPORT
           END-IF.

      * WS-DST-RPT-FROM / WS-DST-RPT-TO MUST HOLD THE CHANGE DATES
      * TO REPORT ON - LISTS EVERY LIVE OR ARCHIVED STAY AND EVERY
      * MISSION WHOSE WINDOW RAN ACROSS ONE OF THEM, WITH ITS
      * WALL-CLOCK AND REAL MINUTES AND THE CORRECTION APPLIED.
      * MISSIONS NOT CLOCKED YET ARE SHOWN ON THEIR PLANNED TIMES.
       DST_CROSSING_REPORT.
           MOVE "DSTCROSS" TO WS-RPT-CODE
           MOVE "CLOCK CHANGE CROSSINGS" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-DST-RPT-CNT
           PERFORM DST_LOAD_TABLE
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-CNT
               IF WS-DST-AT(WS-DST-IDX)(1:8) >= WS-DST-RPT-FROM AND
                   WS-DST-AT(WS-DST-IDX)(1:8) <= WS-DST-RPT-TO THEN
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-DST-SHIFT(WS-DST-IDX) < 0 THEN
                       STRING "CLOCKS FORWARD AT "
                           WS-DST-AT(WS-DST-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING "CLOCKS BACK AT "
                           WS-DST-AT(WS-DST-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   PERFORM REPORT_LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "  KIND   NUMBER  ROOM  FROM         TO" TO WS-RPT-LINE
           MOVE "WALL MIN REAL MIN ADJ" TO WS-RPT-LINE(54:21)
           PERFORM REPORT_LINE
           OPEN INPUT fresa
               MOVE 0 TO WS-DST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DST-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-DST-EOF
                       NOT AT END
                           IF fr_status NOT = 3 THEN
                               PERFORM DST_STAY_CORRECTION
                               MOVE "STAY" TO WS-DST-L-KIND
                               MOVE fr_numResa TO WS-DST-L-NUM
                               MOVE fr_numCh TO WS-DST-L-ROOM
                               COMPUTE WS-DST-WALL =
                                   (fr_duree_hours * 60) +
                                   fr_duree_minute +
                                   (fr_nights * 1440)
                               PERFORM DST_CROSSING_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-DST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DST-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-DST-EOF
                       NOT AT END
                           IF fra_status NOT = 3 THEN
                               PERFORM DST_ARCH_CORRECTION
                               MOVE "STAY" TO WS-DST-L-KIND
                               MOVE fra_numResa TO WS-DST-L-NUM
                               MOVE fra_numCh TO WS-DST-L-ROOM
                               COMPUTE WS-DST-WALL =
                                   (fra_duree_hours * 60) +
                                   fra_duree_minute +
                                   (fra_nights * 1440)
                               PERFORM DST_CROSSING_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           OPEN INPUT fmis
               MOVE 0 TO WS-DST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-DST-EOF = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO WS-DST-EOF
                       NOT AT END
                           PERFORM DST_CROSSING_MISSION
                   END-READ
               END-PERFORM
           CLOSE fmis
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STAYS AND MISSIONS ACROSS A CHANGE: " WS-DST-RPT-CNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * fm_* HOLDS A MISSION (fmis OPEN INPUT) - ITS ACTUAL WINDOW
      * ONCE CLOCKED OUT, ITS PLANNED ONE BEFORE.
       DST_CROSSING_MISSION.
           IF fm_reel_fin_year NOT = 0 THEN
               PERFORM DST_MISSION_CORRECTION
               COMPUTE WS-DST-WALL =
                   ((fm_reel_fin_hours * 60) + fm_reel_fin_minute) -
                   ((fm_reel_debut_hours * 60) + fm_reel_debut_minute)
           ELSE
               MOVE fm_debut TO WS-DST-FROM
               MOVE fm_fin TO WS-DST-TO
               PERFORM DST_ADJUST_MINUTES
               COMPUTE WS-DST-WALL =
                   ((fm_fin_hours * 60) + fm_fin_minute) -
                   ((fm_debut_hours * 60) + fm_debut_minute)
           END-IF
           IF WS-DST-WALL < 0 THEN
               MOVE 0 TO WS-DST-WALL
           END-IF
           MOVE "MISSION" TO WS-DST-L-KIND
           MOVE fm_numM TO WS-DST-L-NUM
           MOVE fm_numCh TO WS-DST-L-ROOM
           PERFORM DST_CROSSING_LINE.

      * WS-DST-FROM/TO, WS-DST-ADJ AND WS-DST-WALL HOLD THE STAY OR
      * MISSION JUST CORRECTED - PRINTS IT WHEN A CHANGE INSIDE THE
      * REPORTED DATES FELL IN ITS WINDOW.
       DST_CROSSING_LINE.
           IF WS-DST-HITS > 0 AND
               WS-DST-HIT-AT(1:8) >= WS-DST-RPT-FROM AND
               WS-DST-HIT-AT(1:8) <= WS-DST-RPT-TO THEN
               MOVE WS-DST-FROM TO WS-DST-L-FROM
               MOVE WS-DST-TO TO WS-DST-L-TO
               MOVE WS-DST-WALL TO WS-DST-L-WALL
               IF WS-DST-WALL + WS-DST-ADJ < 0 THEN
                   MOVE 0 TO WS-DST-L-REAL
               ELSE
                   COMPUTE WS-DST-L-REAL = WS-DST-WALL + WS-DST-ADJ
               END-IF
               MOVE WS-DST-ADJ TO WS-DST-L-ADJ
               MOVE WS-DST-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
               ADD 1 TO WS-DST-RPT-CNT
           END-IF.

      * PRE-ARRIVAL PREPARATIONS - EVERY BOOKED STAY ARRIVING WITHIN
      * THE PRPH PARAMETER (HOURS, 24 WHEN UNSET) WHOSE PREPARATION
      * ITEMS ARE STILL ONLY RECORDED GETS ONE HOUSEKEEPING MISSION
      * IN ITS ROOM, DUE AT ARRIVAL AND STARTING THE LONGEST ITEM
      * LEAD (30 MINUTES AT LEAST) BEFORE IT; THE ITEMS BECOME THAT
      * MISSION'S CHECKLIST. ITEMS ON A STAY CANCELLED, CHECKED OUT
      * OR MARKED NO-SHOW BEFORE THEY WERE DONE ARE DROPPED.
       PREP_MISSION_RUN.
           MOVE 0 TO WS-PRP-ISSUED
           MOVE 0 TO WS-PRP-DROPPED
           MOVE "PRPH" TO fpar_key
           PERFORM GET_PARAM_RATE
           IF fpar_value = 0 THEN
               MOVE 24 TO fpar_value
           END-IF
           COMPUTE WS-PRP-HORIZON = fpar_value * 60
           MOVE WS-CURRENT-DATE TO WS-DST-S-DATE
           MOVE WS-CURRENT-HOURS TO WS-DST-S-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-DST-S-MINUTE
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-PRP-NOW
           MOVE 0 TO WS-PRP-CNT
           OPEN INPUT fresa
               MOVE 0 TO WS-PRP-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                   OR WS-PRP-CNT = 200
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-PRP-EOF
                       NOT AT END
                           IF fr_status = 0 THEN
                               PERFORM PREP_ARRIVAL_DUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
               UNTIL WS-PRP-IDX > WS-PRP-CNT
               PERFORM PREP_ISSUE_FOR_STAY
           END-PERFORM
           PERFORM PREP_DROP_STALE
           DISPLAY "PREPARATION MISSIONS ISSUED: " WS-PRP-ISSUED
               " ITEMS DROPPED: " WS-PRP-DROPPED.

      * tamp_fresa HOLDS A BOOKED STAY - KEEPS IT WHEN ITS ARRIVAL
      * IS STILL AHEAD BUT INSIDE THE HORIZON.
       PREP_ARRIVAL_DUE.
           MOVE fr_date_debut TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-PRP-ARRIVE
           IF WS-PRP-ARRIVE >= WS-PRP-NOW AND
               WS-PRP-ARRIVE - WS-PRP-NOW <= WS-PRP-HORIZON THEN
               ADD 1 TO WS-PRP-CNT
               MOVE fr_numResa TO WS-PRP-RESA(WS-PRP-CNT)
           END-IF.

      * WS-PRP-RESA(WS-PRP-IDX) IS A STAY ARRIVING SOON - FINDS ITS
      * RECORDED ITEMS AND THE LONGEST LEAD, THEN WRITES THE MISSION
      * AND HANDS THE ITEMS TO IT.
       PREP_ISSUE_FOR_STAY.
           MOVE WS-PRP-RESA(WS-PRP-IDX) TO WS-PRP-FIND-RESA
           MOVE 0 TO WS-PRP-OPEN
           MOVE 30 TO WS-PRP-LEAD-MAX
           OPEN INPUT fprep
               MOVE WS-PRP-FIND-RESA TO fpr_numResa
               START fprep KEY IS EQUAL fpr_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PRP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                           READ fprep NEXT
                               AT END
                                   MOVE 1 TO WS-PRP-EOF
                               NOT AT END
                                   IF fpr_numResa NOT =
                                       WS-PRP-FIND-RESA THEN
                                       MOVE 1 TO WS-PRP-EOF
                                   ELSE
                                       IF fpr_status = 0 THEN
                                           ADD 1 TO WS-PRP-OPEN
                                           IF fpr_lead >
                                               WS-PRP-LEAD-MAX THEN
                                               MOVE fpr_lead TO
                                                   WS-PRP-LEAD-MAX
                                           END-IF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep
           IF WS-PRP-OPEN > 0 THEN
               MOVE 0 TO Wtrouve
               OPEN INPUT fresa
                   MOVE WS-PRP-FIND-RESA TO fr_numResa
                   READ fresa
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO Wtrouve
                   END-READ
               CLOSE fresa
               IF Wtrouve = 1 THEN
                   PERFORM PREP_WRITE_MISSION
                   IF WS-PRP-NUMM NOT = 0 THEN
                       PERFORM PREP_HAND_TO_MISSION
                   END-IF
               END-IF
           END-IF.

      * tamp_fresa HOLDS THE STAY - THE MISSION MUST BE DONE BY
      * ARRIVAL LESS WS-PRP-LEAD-MAX MINUTES, SO IT ENDS THERE AND
      * STARTS WS-PRP-WORK-MIN EARLIER (EITHER END BACK ACROSS
      * MIDNIGHT IF NEED BE), IN THE STAY'S ROOM, WRITTEN THE SAME
      * WAY AS CREATE_IMMEDIATE_CLEANING_MISSION. WS-PRP-NUMM IS
      * LEFT AT 0 WHEN THE WRITE FAILS.
       PREP_WRITE_MISSION.
           MOVE 0 TO WS-PRP-NUMM
           MOVE fr_date_debut_date TO WS-WORK-DATE
           COMPUTE WS-PRP-MINS = (fr_date_debut_hours * 60) +
               fr_date_debut_minute - WS-PRP-LEAD-MAX
           PERFORM WITH TEST BEFORE UNTIL WS-PRP-MINS >= 0
               ADD 1440 TO WS-PRP-MINS
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-NEWMIS-FIN-DATE
           DIVIDE WS-PRP-MINS BY 60 GIVING WS-NEWMIS-FIN-HOURS
               REMAINDER WS-NEWMIS-FIN-MINUTE
           SUBTRACT WS-PRP-WORK-MIN FROM WS-PRP-MINS
           PERFORM WITH TEST BEFORE UNTIL WS-PRP-MINS >= 0
               ADD 1440 TO WS-PRP-MINS
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-NEWMIS-DEBUT-DATE
           DIVIDE WS-PRP-MINS BY 60 GIVING WS-NEWMIS-DEBUT-HOURS
               REMAINDER WS-NEWMIS-DEBUT-MINUTE
           MOVE fr_numCh TO WS-NEWMIS-ROOM
           PERFORM ASSIGN_LEAST_LOADED_CLEANER
           PERFORM GET_LASTID_MISSION
           MOVE WS-NEWMIS-ROOM TO fm_numCh
           MOVE WS-NEWMIS-DEBUT TO fm_debut
           MOVE WS-NEWMIS-FIN TO fm_fin
           MOVE ZEROS TO fm_reel_debut
           MOVE ZEROS TO fm_reel_fin
           MOVE 0 TO fm_needs_reassign
           MOVE 0 TO fm_inspected
           MOVE WS-SITE-NUM TO fm_site
           MOVE 0 TO fm_supply_cost
           OPEN I-O fmis
               WRITE tamp_fmis
               INVALID KEY
                   DISPLAY "MISSION CREATION FAILED"
               NOT INVALID KEY
                   MOVE fm_numM TO WS-PRP-NUMM
                   ADD 1 TO WS-PRP-ISSUED
                   MOVE "fmis" TO WS-AUDIT-FILE
                   MOVE fm_numM TO WS-AUDIT-KEY
                   MOVE "ADD" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fmis.

      * WS-PRP-NUMM IS THE NEW MISSION - EVERY RECORDED ITEM OF
      * WS-PRP-FIND-RESA IS MARKED ISSUED AGAINST IT.
       PREP_HAND_TO_MISSION.
           OPEN I-O fprep
               MOVE WS-PRP-FIND-RESA TO fpr_numResa
               START fprep KEY IS EQUAL fpr_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PRP-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                           READ fprep NEXT
                               AT END
                                   MOVE 1 TO WS-PRP-EOF
                               NOT AT END
                                   IF fpr_numResa NOT =
                                       WS-PRP-FIND-RESA THEN
                                       MOVE 1 TO WS-PRP-EOF
                                   ELSE
                                       IF fpr_status = 0 THEN
                                           MOVE 1 TO fpr_status
                                           MOVE WS-PRP-NUMM TO fpr_numM
                                           REWRITE tamp_fprep
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fprep.

      * ANY ITEM NOT YET DONE WHOSE STAY IS GONE (DELETED), CHECKED
      * OUT OR A NO-SHOW WILL NEVER BE NEEDED - STATUS 3, NOTHING
      * POSTED.
       PREP_DROP_STALE.
           OPEN I-O fprep
           OPEN INPUT fresa
               MOVE 0 TO WS-PRP-EOF
               PERFORM WITH TEST AFTER UNTIL WS-PRP-EOF = 1
                   READ fprep NEXT
                       AT END
                           MOVE 1 TO WS-PRP-EOF
                       NOT AT END
                           IF fpr_status < 2 THEN
                               MOVE 0 TO Wtrouve
                               MOVE fpr_numResa TO fr_numResa
                               READ fresa
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF fr_status < 2 THEN
                                           MOVE 1 TO Wtrouve
                                       END-IF
                               END-READ
                               IF Wtrouve = 0 THEN
                                   MOVE 3 TO fpr_status
                                   REWRITE tamp_fprep
                                   ADD 1 TO WS-PRP-DROPPED
                                   MOVE "fprep" TO WS-AUDIT-FILE
                                   MOVE fpr_numPr TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           CLOSE fprep.

      * THE LOBBY KIOSK EXCHANGE - EACH REQUEST LINE (CONFIRMATION
      * CODE, AMOUNT PAID AT THE KIOSK'S CARD READER, OPTIONALLY A
      * GRATUITY FOR HOUSEKEEPING ON THE SAME CARD) IS VALIDATED
      * AGAINST fresa (CODE KNOWN, WINDOW OPEN, CLIENT IN GOOD
      * STANDING, BALANCE COVERED BY WHAT WAS JUST PAID), THE
      * CHECK-IN TRANSITION IS PERFORMED WITH THE PAYMENT POSTED
      * AND A KEY CARD CUT THROUGH THE ENCODER EXCHANGE, AND THE
      * ANSWER FILE TELLS THE GUEST THE ROOM AND DIRECTIONS - OR
      * SENDS THEM TO THE DESK WITH THE REASON. RUNS EVERY BATCH
      * PASS.
       PROCESS_KIOSK_REQUESTS.
           MOVE 0 TO WS-KSK-OKCNT
           MOVE 0 TO WS-KSK-DESKCNT
           OPEN INPUT fkioskin
           IF cr_fkioskin NOT = "00" THEN
               CLOSE fkioskin
           ELSE
               OPEN OUTPUT fkioskout
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkioskin
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM KIOSK_ONE_REQUEST
                   END-READ
               END-PERFORM
               CLOSE fkioskout
               CLOSE fkioskin
               OPEN OUTPUT fkioskin
               CLOSE fkioskin
               DISPLAY "KIOSK - CHECKED IN " WS-KSK-OKCNT
                   " SENT TO DESK " WS-KSK-DESKCNT
           END-IF.

      * tamp_fkioskin HOLDS ONE REQUEST - VALIDATE, TRANSITION AND
      * ANSWER.
       KIOSK_ONE_REQUEST.
           MOVE SPACES TO WS-KSK-FIELDS
           UNSTRING tamp_fkioskin DELIMITED BY ","
               INTO WS-KSK-CODE WS-KSK-PAID WS-KSK-TIP
           MOVE SPACES TO WS-KSK-REASON
           MOVE 0 TO WS-KSK-RESA
           OPEN INPUT fresa
               MOVE 0 TO Wstop
               PERFORM WITH TEST AFTER UNTIL Wstop = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wstop
                       NOT AT END
                           IF fr_conf_code = WS-KSK-CODE AND
                               fr_conf_code NOT = SPACES THEN
                               MOVE fr_numResa TO WS-KSK-RESA
                               MOVE 1 TO Wstop
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           IF WS-KSK-RESA = 0 THEN
               MOVE "UNKNOWN CODE" TO WS-KSK-REASON
           ELSE
               IF fr_status NOT = 0 THEN
                   MOVE "ALREADY CHECKED IN" TO WS-KSK-REASON
               ELSE
                   MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
                   MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
                   MOVE WS-CURRENT-DAY TO WS-NOW-DAY
                   MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
                   MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
                   IF WS-NOW-DATETIME > fr_date_fin THEN
                       MOVE "STAY WINDOW ALREADY OVER" TO
                           WS-KSK-REASON
                   ELSE
                       MOVE fr_numCl TO fcl_numCl
                       MOVE 9 TO fcl_status
                       OPEN INPUT fcli
                           READ fcli
                               INVALID KEY
                                   CONTINUE
                           END-READ
                       CLOSE fcli
                       IF fcl_status NOT = 0 THEN
                           MOVE "SEE RECEPTION FOR IDENTITY" TO
                               WS-KSK-REASON
                       END-IF
                       IF WS-KSK-REASON = SPACES THEN
                           PERFORM KIOSK_BALANCE_CHECK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-KSK-REASON = SPACES THEN
               PERFORM KIOSK_CHECK_IN
               ADD 1 TO WS-KSK-OKCNT
               MOVE SPACES TO tamp_fkioskout
               STRING FUNCTION TRIM(WS-KSK-CODE)
                   ",OK,ROOM " fr_numCh
                   ",ZONE " fc_zone
                   " - TAKE THE CORRIDOR LIFT"
                   DELIMITED BY SIZE INTO tamp_fkioskout
               WRITE tamp_fkioskout
           ELSE
               ADD 1 TO WS-KSK-DESKCNT
               MOVE SPACES TO tamp_fkioskout
               STRING FUNCTION TRIM(WS-KSK-CODE) ",DESK,"
                   FUNCTION TRIM(WS-KSK-REASON)
                   DELIMITED BY SIZE INTO tamp_fkioskout
               WRITE tamp_fkioskout
           END-IF.

      * tamp_fresa HOLDS THE CANDIDATE STAY - PRICES IT THE
      * CALC_ROOM_REVENUE_FOR_DAY WAY (RATE x DURATION MINUS
      * DISCOUNT) AND REQUIRES DEPOSIT PLUS PRIOR PAYMENTS PLUS THE
      * KIOSK'S CARD AMOUNT TO COVER IT - A SHORT GUEST GOES TO THE
      * DESK INSTEAD OF SELF-CHECKING IN AGAINST AN UNPAID BOOKING.
       KIOSK_BALANCE_CHECK.
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fch
           MOVE fr_plan TO WS-RPL-ARM
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-DURATION = fr_duree_hours +
               (fr_duree_minute / 60) + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET = (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           COMPUTE WS-PAY-PAID = fr_paid_entier +
               (fr_paid_decimal / 100) + fr_deposit_entier +
               (fr_deposit_decimal / 100) +
               FUNCTION NUMVAL(WS-KSK-PAID)
           IF WS-PAY-PAID < WS-REV-NET THEN
               MOVE "BALANCE NOT COVERED" TO WS-KSK-REASON
           END-IF.

      * WS-KSK-RESA HOLDS THE VALIDATED STAY - STATUS FLIP, KIOSK
      * PAYMENT POSTED, A FRESH CARD CUT AND SENT TO THE ENCODER,
      * AND THE ROOM'S ZONE FETCHED FOR THE DIRECTIONS LINE.
       KIOSK_CHECK_IN.
           OPEN I-O fresa
               MOVE WS-KSK-RESA TO fr_numResa
               READ fresa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO fr_status
                       IF FUNCTION NUMVAL(WS-KSK-PAID) NOT = 0
                           THEN
                           COMPUTE WS-PAY-PAID =
                               fr_paid_entier +
                               (fr_paid_decimal / 100) +
                               FUNCTION NUMVAL(WS-KSK-PAID)
                           MOVE WS-PAY-PAID TO fr_paid_entier
                           COMPUTE fr_paid_decimal =
                               (WS-PAY-PAID - fr_paid_entier)
                               * 100
                       END-IF
                       REWRITE tamp_fresa
                       MOVE "fresa" TO WS-AUDIT-FILE
                       MOVE fr_numResa TO WS-AUDIT-KEY
                       MOVE "MODIFY" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-READ
           CLOSE fresa
           PERFORM PKG_POST_COMPONENTS
           IF FUNCTION NUMVAL(WS-KSK-PAID) NOT = 0 THEN
               COMPUTE WS-PAY-AMT-ENTIER =
                   FUNCTION NUMVAL(WS-KSK-PAID)
               COMPUTE WS-PAY-AMT-DECIMAL =
                   (FUNCTION NUMVAL(WS-KSK-PAID) -
                   WS-PAY-AMT-ENTIER) * 100
               MOVE 1 TO WS-PAY-METHOD
               PERFORM POST_PAYMENT
           END-IF
           IF FUNCTION NUMVAL(WS-KSK-TIP) NOT = 0 THEN
               COMPUTE WS-GRT-AMT-ENTIER =
                   FUNCTION NUMVAL(WS-KSK-TIP)
               COMPUTE WS-GRT-AMT-DECIMAL =
                   (FUNCTION NUMVAL(WS-KSK-TIP) -
                   WS-GRT-AMT-ENTIER) * 100
               MOVE 1 TO WS-GRT-METHOD
               MOVE "K" TO WS-GRT-SOURCE
               PERFORM RECORD_GRATUITY
           END-IF
           PERFORM GET_LASTID_KIOSK_CARD
           MOVE fr_numCh TO fkc_numCh
           MOVE fr_numResa TO fkc_numResa
           MOVE WS-CURRENT-DATE TO fkc_issued
           MOVE 0 TO fkc_status
           MOVE WS-CURRENT-HOURS TO fkc_issued_hours
           MOVE WS-CURRENT-MINUTE TO fkc_issued_minute
           MOVE 0 TO fkc_returned
           MOVE 1 TO fkc_kiosk
           OPEN I-O fkey
               WRITE tamp_fkey
                   INVALID KEY
                       CONTINUE
               END-WRITE
           CLOSE fkey
           MOVE "ENCODE" TO fkp_kind
           PERFORM WRITE_KEYCARD_COMMAND
           MOVE 0 TO fc_zone
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fch.

      * READS THE PARTNER CHANNEL'S DROP-FILE OF PENDING BOOKINGS,
      * RUNS EACH ONE THROUGH THE FULL VALIDATION CHAIN (CLIENT
      * MATCHED BY PHONE NUMBER OR CREATED FRESH, ROOM_EXIST/
      * CAPACITY/STATUS/HOURS AND THE RESA_EXIST_DATE PROOF), WRITES
      * ACCEPTED ONES TO fresa MARKED fr_origin = 1 AND PRODUCES THE
      * ACCEPT/REJECT FILE THE CHANNEL INGESTS BACK. THE DROP-FILE IS
      * TRUNCATED AFTERWARDS SO A SECOND RUN CANNOT DOUBLE-BOOK.
       IMPORT_CHANNEL_BOOKINGS.
           MOVE 0 TO WS-IMP-ACCEPTED
           MOVE 0 TO WS-IMP-REJECTED
           MOVE 0 TO WS-IMP-ALLOT
           OPEN INPUT fimport
           IF cr_fimport NOT = "00" THEN
               CLOSE fimport
           ELSE
               OPEN OUTPUT fimprpt
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fimport
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM IMPORT_ONE_CHANNEL_BOOKING
                   END-READ
               END-PERFORM
               CLOSE fimprpt
               CLOSE fimport
               OPEN OUTPUT fimport
               CLOSE fimport
               DISPLAY "CHANNEL IMPORT - ACCEPTED " WS-IMP-ACCEPTED
                   " REJECTED " WS-IMP-REJECTED
                   " FROM ALLOTMENT " WS-IMP-ALLOT
           END-IF.

      * tamp_fimport HOLDS ONE DROP-FILE LINE - PARSES, VALIDATES AND
      * EITHER BOOKS IT OR REPORTS WHY NOT.
       IMPORT_ONE_CHANNEL_BOOKING.
           MOVE SPACES TO WS-IMP-FIELDS
           UNSTRING tamp_fimport DELIMITED BY ","
               INTO WS-IMP-TEL WS-IMP-NOM WS-IMP-PRENOM WS-IMP-CH
                   WS-IMP-GUESTS WS-IMP-DH WS-IMP-DM WS-IMP-NIGHTS
                   WS-IMP-START WS-IMP-REF
           MOVE SPACES TO WS-IMP-REASON
           MOVE 0 TO fr_numResa
           COMPUTE fr_numCh = FUNCTION NUMVAL(WS-IMP-CH)
           COMPUTE fr_nb_guests = FUNCTION NUMVAL(WS-IMP-GUESTS)
           COMPUTE fr_duree_hours = FUNCTION NUMVAL(WS-IMP-DH)
           COMPUTE fr_duree_minute = FUNCTION NUMVAL(WS-IMP-DM)
           COMPUTE fr_nights = FUNCTION NUMVAL(WS-IMP-NIGHTS)
           MOVE WS-IMP-START(1:4) TO fr_date_debut_year
           MOVE WS-IMP-START(5:2) TO fr_date_debut_month
           MOVE WS-IMP-START(7:2) TO fr_date_debut_day
           MOVE WS-IMP-START(9:2) TO fr_date_debut_hours
           MOVE WS-IMP-START(11:2) TO fr_date_debut_minute
           PERFORM BUILD_CANDIDATE_FIN
           PERFORM IMPORT_MATCH_OR_CREATE_CLIENT
           IF fr_numCL = 0 THEN
               MOVE "CLIENT CREATION FAILED" TO WS-IMP-REASON
           ELSE
               PERFORM ROOM_EXIST
               IF Wtrouve = 0 THEN
                   MOVE "UNKNOWN ROOM" TO WS-IMP-REASON
               ELSE
                   PERFORM CHECK_ROOM_STATUS
                   IF Wtrouve = 0 THEN
                       MOVE "ROOM OUT OF SERVICE" TO WS-IMP-REASON
                   ELSE
                       PERFORM CHECK_ROOM_CAPACITY
                       IF Wtrouve = 0 THEN
                           MOVE "PARTY TOO LARGE" TO WS-IMP-REASON
                       ELSE
                           PERFORM CHECK_ROOM_OPERATING_HOURS
                           IF Wtrouve = 0 THEN
                               MOVE "ROOM CLOSED AT THAT HOUR" TO
                                   WS-IMP-REASON
                           ELSE
                               MOVE 0 TO fr_deposit
                               MOVE 0 TO fr_amount_paid
                               MOVE 0 TO fr_status
                               MOVE 0 TO fr_reminder_sent
                               MOVE 0 TO fr_remind_tries
                               MOVE WS-SITE-NUM TO fr_site
                               MOVE SPACES TO fr_conf_code
                               MOVE 0 TO fr_parking
                               MOVE SPACES TO fr_plate
                               MOVE SPACES TO fr_plan
                               MOVE SPACES TO fr_segment
                               MOVE 0 TO fr_guest_confirmed
                               MOVE 0 TO fr_numCo
                               MOVE " " TO fr_promo
                               MOVE 0 TO fr_discount_entier
                               MOVE 0 TO fr_discount_decimal
                               MOVE 0 TO fr_numGrp
                               MOVE 0 TO fr_extra_entier
                               MOVE 0 TO fr_extra_decimal
      *    A REFERRAL FROM THE OTHER HOUSE IS A DESK BOOKING - NO
      *    PARTNER ALLOTMENT OR COMMISSION
                               IF WS-IMP-REF(1:4) = "XREF" THEN
                                   MOVE 0 TO fr_origin
                               ELSE
                                   MOVE 1 TO fr_origin
                               END-IF
                               MOVE tamp_fresa TO 1tamp_fresa
                               OPEN INPUT fresa
                                   PERFORM RESA_EXIST_DATE
                               CLOSE fresa
                               IF Wtrouve = 1 THEN
                                   MOVE "SLOT NOT FREE" TO
                                       WS-IMP-REASON
                               ELSE
                                   IF WS-IMP-REF(1:4) NOT = "XREF"
                                       THEN
                                       PERFORM IMPORT_DRAW_ALLOTMENT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-IMP-REASON = SPACES THEN
               PERFORM GET_LASTID_RESA
               MOVE fr_numResa TO 1fr_numResa
      *    THE PROVEN BUILD_CANDIDATE_FIN WINDOW IS THE ONE STORED -
      *    RERUNNING CALCULATE_HOUR_RESA HERE WOULD STACK THE
      *    DURATION AND BUFFER ON TOP OF IT AGAIN
               MOVE 1tamp_fresa TO tamp_fresa
               OPEN I-O fresa
                   PERFORM STAMP_RESA_CREATION
                   WRITE tamp_fresa
                       INVALID KEY
                           MOVE "WRITE FAILED" TO WS-IMP-REASON
                       NOT INVALID KEY
                           MOVE "fresa" TO WS-AUDIT-FILE
                           MOVE fr_numResa TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fresa
               IF WS-IMP-REASON = SPACES AND
                   WS-IMP-REF(1:4) = "XREF" THEN
                   PERFORM XSITE_RECORD_RECEIVED
               END-IF
           END-IF
           MOVE SPACES TO tamp_fimprpt
           IF WS-IMP-REASON = SPACES THEN
               ADD 1 TO WS-IMP-ACCEPTED
               STRING "ACCEPTED," WS-IMP-TEL "," WS-IMP-START
                   "," fr_numResa DELIMITED BY SIZE
                   INTO tamp_fimprpt
           ELSE
               ADD 1 TO WS-IMP-REJECTED
               STRING "REJECTED," WS-IMP-TEL "," WS-IMP-START
                   "," FUNCTION TRIM(WS-IMP-REASON)
                   DELIMITED BY SIZE INTO tamp_fimprpt
           END-IF
           WRITE tamp_fimprpt.

      * 1tamp_fresa HOLDS A CHANNEL BOOKING WHOSE SLOT IS FREE AND
      * tamp_fch ITS ROOM - TAKES IT OUT OF THE PARTNER'S REMAINING
      * ALLOTMENT FOR THE DAY FIRST, THEN OUT OF THE FREE-SELL; WITH
      * NEITHER LEFT THE BOOKING IS REFUSED. A ROOM ALREADY IN USE
      * THAT DAY TAKES NOTHING MORE FROM THE TYPE.
       IMPORT_DRAW_ALLOTMENT.
           MOVE fc_typeCh TO WS-ALT-TYPE
           MOVE 1fr_date_debut_date TO WS-ALT-DATE
           MOVE 1fr_numCh TO WS-ALT-ROOM
           MOVE 0 TO WS-ALT-SELF
           MOVE 1fr_origin TO WS-ALT-PT
           OPEN INPUT fresa
               PERFORM ALLOT_DAY_POSITION
           CLOSE fresa
           IF WS-ALT-CAND-USED = 0 THEN
               IF WS-ALT-REMAIN > 0 THEN
                   ADD 1 TO WS-IMP-ALLOT
               ELSE
                   IF WS-ALT-FREE = 0 THEN
                       MOVE "NO ALLOTMENT OR FREE-SELL LEFT" TO
                           WS-IMP-REASON
                   END-IF
               END-IF
           END-IF.

      * tamp_fresa HOLDS THE BOOKING JUST MADE FROM A REFERRAL LINE
      * (WS-IMP-REF = XREF<site><number>) - RECORDS IT AS RECEIVED SO
      * THE DAY SUMMARY COUNTS IT AND, ONCE THE STAY IS SETTLED, ITS
      * REVENUE.
       XSITE_RECORD_RECEIVED.
           PERFORM GET_LASTID_REFERRAL
           MOVE "R" TO frf_dir
           COMPUTE frf_site = FUNCTION NUMVAL(WS-IMP-REF(5:2))
           COMPUTE frf_ref = FUNCTION NUMVAL(WS-IMP-REF(7:6))
           MOVE fr_numResa TO frf_numResa
           MOVE fr_numCh TO frf_numCh
           COMPUTE frf_tel = FUNCTION NUMVAL(WS-IMP-TEL)
           MOVE WS-IMP-NOM TO frf_nom
           MOVE fr_nb_guests TO frf_nb_guests
           MOVE fr_date_debut TO frf_slot
           MOVE WS-CURRENT-DATE TO frf_made_date
           MOVE 0 TO frf_numP
           OPEN I-O freferral
               WRITE tamp_freferral
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "freferral" TO WS-AUDIT-FILE
                       MOVE frf_numRf TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE freferral.

      * MATCHES THE BOOKING'S PHONE NUMBER AGAINST fcli, CREATING A
      * MINIMAL CLIENT (SAME SHAPE AS WALKIN_EXPRESS) WHEN NOBODY
      * MATCHES - LEAVES THE CLIENT IN fr_numCL (0 ON FAILURE).
       IMPORT_MATCH_OR_CREATE_CLIENT.
           MOVE 0 TO fr_numCL
           OPEN INPUT fcli
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   OR fr_numCL NOT = 0
                   READ fcli NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fcl_tel = FUNCTION NUMVAL(WS-IMP-TEL)
                               THEN
                               MOVE fcl_numCl TO fr_numCL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcli
           IF fr_numCL = 0 THEN
               OPEN I-O fcli
                   PERFORM GET_LASTID_CLIENT
                   MOVE WS-IMP-NOM TO fcl_nom
                   MOVE WS-IMP-PRENOM TO fcl_prenom
                   COMPUTE fcl_tel = FUNCTION NUMVAL(WS-IMP-TEL)
                   MOVE " " TO fcl_adr
                   MOVE 0 TO fcl_year
                   MOVE 0 TO fcl_month
                   MOVE 0 TO fcl_day
                   MOVE 0 TO fcl_status
                   MOVE 0 TO fcl_preferred_room
                   MOVE 0 TO fcl_numCo
                   MOVE 0 TO fcl_points
                   MOVE SPACES TO fcl_segment
                   MOVE SPACES TO fcl_rfm_seg
                   MOVE 0 TO fcl_rfm_r
                   MOVE 0 TO fcl_rfm_f
                   MOVE 0 TO fcl_rfm_m
                   MOVE 0 TO fcl_ltv_entier
                   MOVE 0 TO fcl_ltv_decimal
                   MOVE 0 TO fcl_stays
                   MOVE 0 TO fcl_last_stay
                   MOVE 0 TO fcl_rfm_date
                   MOVE SPACES TO fcl_lang
                   WRITE tamp_fcli
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fcl_numCl TO fr_numCL
                           MOVE "fcli" TO WS-AUDIT-FILE
                           MOVE fcl_numCl TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fcli
           END-IF.

      * THE MIRROR OF IMPORT_CHANNEL_BOOKINGS - REBUILDS THE PARTNER
      * WEBSITE'S AVAILABILITY DROP-FILE: FOR EVERY IN-SERVICE ROOM
      * AND EACH OF THE NEXT SEVEN DAYS, ONE LINE PER STILL-FREE HOUR
      * INSIDE THE ROOM'S OPERATING WINDOW, PRICED WITH THE SAME
      * GET_ROOM_RATE_FOR_DATE CHAIN THE DESK QUOTES FROM. THE BUSY
      * MAP PER ROOM-DAY COMES FROM ONE PASS OVER THE ROOM'S OWN
      * fresa GROUP (fr_numCh ALTERNATE KEY), SAME HOUR-STRADDLE
      * COUNT AS FC_TALLY_ONE_STAY. A ROOM NOBODY IS IN THAT DAY IS
      * ONLY PUBLISHED WHILE THE PARTNER STILL HAS ALLOTMENT OR THE
      * HOUSE HAS FREE-SELL LEFT FOR ITS TYPE (AVX_LOAD_ALLOT_CAPS).
       AVAILABILITY_EXPORT.
           MOVE 0 TO WS-AVX-LINES
           PERFORM AVX_LOAD_ALLOT_CAPS
           PERFORM LOAD_RENOVATION_PERIODS
           OPEN OUTPUT favexp
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fc_status = 0 THEN
                               MOVE 0 TO WS-AVX-OFFSET
                               PERFORM WITH TEST BEFORE UNTIL
                                   WS-AVX-OFFSET > 6
                                   MOVE WS-CURRENT-DATE TO
                                       WS-WORK-DATE
                                   MOVE WS-AVX-OFFSET TO WS-ADD-DAYS
                                   PERFORM ADD_DAYS_TO_WORK_DATE
                                   MOVE WS-WORK-DATE TO WS-AVX-DATE
      *                            NOTHING IS OFFERED ON A DAY THE
      *                            ROOM IS OUT OF THE INVENTORY
                                   MOVE WS-AVX-DATE TO WS-RIN-DATE
                                   PERFORM ROOM_IN_INVENTORY
                                   IF WS-RIN-IN = 1 THEN
                                       PERFORM AVX_ONE_ROOM_DAY
                                   END-IF
                                   ADD 1 TO WS-AVX-OFFSET
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           CLOSE favexp
           DISPLAY "AVAILABILITY EXPORT - " WS-AVX-LINES
               " FREE-HOUR LINES - files/channel_availability.csv".

      * FOR EVERY IN-SERVICE ROOM TYPE AND EACH OF THE SEVEN EXPORT
      * DAYS, HOW MANY MORE EMPTY ROOMS THE PARTNER WEBSITE MAY BE
      * OFFERED - ITS OWN REMAINING ALLOTMENT PLUS THE FREE-SELL
      * (ALLOT_DAY_POSITION). WITH NO ALLOTMENT ON FILE THAT IS JUST
      * THE EMPTY ROOMS OF THE TYPE, SO NOTHING CHANGES.
       AVX_LOAD_ALLOT_CAPS.
           MOVE 0 TO WS-AVX-TYPE-CNT
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fc_status = 0 THEN
                               PERFORM AVX_FIND_TYPE
                               IF WS-AVX-TX = 0 AND
                                   WS-AVX-TYPE-CNT < 20 THEN
                                   ADD 1 TO WS-AVX-TYPE-CNT
                                   MOVE fc_typeCh TO
                                     WS-AVX-TYPE-NAME(WS-AVX-TYPE-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           OPEN INPUT fresa
               MOVE 0 TO WS-AVX-TX
               PERFORM WITH TEST BEFORE UNTIL
                   WS-AVX-TX >= WS-AVX-TYPE-CNT
                   ADD 1 TO WS-AVX-TX
                   MOVE 0 TO WS-AVX-OFFSET
                   PERFORM WITH TEST BEFORE UNTIL WS-AVX-OFFSET > 6
                       MOVE WS-CURRENT-DATE TO WS-WORK-DATE
                       MOVE WS-AVX-OFFSET TO WS-ADD-DAYS
                       PERFORM ADD_DAYS_TO_WORK_DATE
                       MOVE WS-WORK-DATE TO WS-ALT-DATE
                       MOVE WS-AVX-TYPE-NAME(WS-AVX-TX) TO WS-ALT-TYPE
                       MOVE 0 TO WS-ALT-ROOM
                       MOVE 0 TO WS-ALT-SELF
                       MOVE 1 TO WS-ALT-PT
                       PERFORM ALLOT_DAY_POSITION
                       COMPUTE WS-AVX-CAP(WS-AVX-TX, WS-AVX-OFFSET + 1)
                           = WS-ALT-REMAIN + WS-ALT-FREE
                       ADD 1 TO WS-AVX-OFFSET
                   END-PERFORM
               END-PERFORM
           CLOSE fresa.

      * tamp_fch HOLDS A ROOM - WS-AVX-TX COMES BACK AS ITS TYPE'S
      * ROW IN WS-AVX-TYPE-TABLE, OR 0 WHEN THE TYPE IS NOT THERE.
       AVX_FIND_TYPE.
           MOVE 0 TO WS-AVX-TX
           MOVE 0 TO WS-ALT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-ALT-IDX >= WS-AVX-TYPE-CNT
               OR WS-AVX-TX NOT = 0
               ADD 1 TO WS-ALT-IDX
               IF WS-AVX-TYPE-NAME(WS-ALT-IDX) = fc_typeCh THEN
                   MOVE WS-ALT-IDX TO WS-AVX-TX
               END-IF
           END-PERFORM.

      * tamp_fch HOLDS THE ROOM AND WS-AVX-DATE THE DAY - BUILDS THE
      * ROOM'S BUSY MAP FOR THAT DAY FROM ITS LIVE RESERVATIONS AND
      * WRITES ONE PRICED LINE PER FREE HOUR INSIDE THE OPERATING
      * WINDOW. THE fresa SCAN CLOBBERS tamp_fresa ONLY - tamp_fch
      * STAYS PUT FOR THE RATE PICK.
       AVX_ONE_ROOM_DAY.
           MOVE 0 TO WS-AVX-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-AVX-HOUR > 23
               ADD 1 TO WS-AVX-HOUR
               MOVE 0 TO WS-AVX-BUSY(WS-AVX-HOUR)
           END-PERFORM
           OPEN INPUT fresa
               MOVE fc_numCh TO fr_numCh
               START fresa KEY IS EQUAL fr_numCh
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fr_numCh NOT = fc_numCh THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fr_status NOT = 3 THEN
                                           PERFORM AVX_MARK_STAY_HOURS
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa
           MOVE 0 TO WS-AVX-USED
           MOVE 0 TO WS-AVX-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-AVX-HOUR > 23
               ADD 1 TO WS-AVX-HOUR
               IF WS-AVX-BUSY(WS-AVX-HOUR) = 1 THEN
                   MOVE 1 TO WS-AVX-USED
               END-IF
           END-PERFORM
      *    AN EMPTY ROOM TAKES ONE FROM ITS TYPE'S ALLOWANCE FOR THE
      *    DAY - WITH NONE LEFT ITS HOURS ARE NOT OFFERED AT ALL
           IF WS-AVX-USED = 0 THEN
               PERFORM AVX_FIND_TYPE
               IF WS-AVX-TX NOT = 0 THEN
                   IF WS-AVX-CAP(WS-AVX-TX, WS-AVX-OFFSET + 1) = 0
                       THEN
                       MOVE 2 TO WS-AVX-USED
                   ELSE
                       SUBTRACT 1 FROM
                           WS-AVX-CAP(WS-AVX-TX, WS-AVX-OFFSET + 1)
                   END-IF
               END-IF
           END-IF
           MOVE WS-AVX-DATE TO fr_date_debut_date
           PERFORM GET_ROOM_RATE_FOR_DATE
           MOVE 0 TO WS-GRID-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-GRID-HOUR > 23
               ADD 1 TO WS-GRID-HOUR
               COMPUTE WS-AVX-HOUR = WS-GRID-HOUR - 1
               IF WS-AVX-BUSY(WS-GRID-HOUR) = 0 AND WS-AVX-USED < 2 AND
                   WS-AVX-HOUR >= fc_open_hour AND
                   WS-AVX-HOUR < fc_close_hour THEN
                   MOVE SPACES TO tamp_favexp
                   STRING fc_numCh ","
                       FUNCTION TRIM(fc_typeCh) ","
                       WS-AVX-DATE ","
                       WS-AVX-HOUR ","
                       WS-REV-PRICE
                       DELIMITED BY SIZE INTO tamp_favexp
                   WRITE tamp_favexp
                   ADD 1 TO WS-AVX-LINES
               END-IF
           END-PERFORM.

      * tamp_fresa HOLDS ONE OF THE ROOM'S LIVE STAYS - FLAGS EVERY
      * WS-AVX-DATE HOUR CELL THE STAY STRADDLES AS BUSY (SAME
      * HOUR-CELL COMPARE AS FC_TALLY_ONE_STAY).
       AVX_MARK_STAY_HOURS.
           MOVE WS-AVX-DATE TO WS-GRID-SLOT-DATE
           MOVE 0 TO WS-GRID-SLOT-MINUTE
           MOVE 0 TO WS-GRID-HOUR
           PERFORM WITH TEST BEFORE UNTIL WS-GRID-HOUR > 23
               MOVE WS-GRID-HOUR TO WS-GRID-SLOT-HOURS
               IF WS-GRID-SLOT-DATETIME >= fr_date_debut AND
                   WS-GRID-SLOT-DATETIME < fr_date_fin THEN
                   COMPUTE WS-AVX-HOUR = WS-GRID-HOUR + 1
                   MOVE 1 TO WS-AVX-BUSY(WS-AVX-HOUR)
               END-IF
               ADD 1 TO WS-GRID-HOUR
           END-PERFORM.

      * FLAGS CHECKED-IN STAYS WHOSE REAL CHECKOUT TIME (SEE
      * CALC_ACTUAL_CHECKOUT) IS ALREADY BEHIND THE CLOCK - SAME
      * DATETIME COMPARISON STYLE AS UPCOMING_CHECKOUT_ALERT - AND
      * ACCRUES THE BILLABLE EXTRA TIME AT THE ROOM'S HOURLY RATE
      * ONTO fr_extra (RECOMPUTED ABSOLUTE EACH RUN, SO RUNNING THE
      * MONITOR TWICE NEVER DOUBLE-BILLS). CHECK_OUT_GUEST'S INVOICE
      * FOLDS fr_extra IN WITH THE OTHER EXTRA CHARGES. RUN FROM
      * BATCH-MAIN AND AS A DESK ALERT FROM THE RESA MENU.
       OVERSTAY_MONITOR.
           MOVE 0 TO WS-OVR-COUNT
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           DISPLAY "OVERSTAY MONITOR - " WS-CURRENT-DATE " "
               WS-CURRENT-HOURS "h" WS-CURRENT-MINUTE
           OPEN I-O fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status = 1 THEN
                               PERFORM RESOLVE_ROOM_BUFFER
                               PERFORM CALC_ACTUAL_CHECKOUT
                               IF WS-NOW-DATETIME >
                                   WS-CHECKOUT-DATETIME THEN
                                   PERFORM ACCRUE_OVERSTAY_CHARGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           DISPLAY "ROOMS OVERSTAYING: " WS-OVR-COUNT.

      * fr_* HOLDS THE OVERSTAYING STAY AND WS-CHECKOUT-DATETIME ITS
      * REAL CHECKOUT - PRICES THE MINUTES PAST CHECKOUT AT THE
      * ROOM'S HOURLY RATE AND REWRITES fr_extra WITH THE NEW TOTAL,
      * REPORTING THE ROOM FOR THE DESK.
       ACCRUE_OVERSTAY_CHARGE.
      *    DAY COUNT WALKS THE CALENDAR WITH THE WORK-DATE HELPER -
      *    A PLAIN DAY SUBTRACTION GOES NEGATIVE ACROSS A MONTH END
      *    AND LANDS IN THE UNSIGNED MINUTES AS A MONTH OF BILLING
           MOVE WS-CHECKOUT-DATE TO WS-WORK-DATE
           MOVE 0 TO WS-OVR-DAYS
           PERFORM WITH TEST BEFORE UNTIL
               WS-WORK-DATE >= WS-NOW-DATE OR WS-OVR-DAYS > 366
               MOVE 1 TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               ADD 1 TO WS-OVR-DAYS
           END-PERFORM
           COMPUTE WS-OVR-CALC =
               (WS-OVR-DAYS * 1440) +
               ((WS-NOW-HOURS - WS-CHECKOUT-HOURS) * 60) +
               (WS-NOW-MINUTE - WS-CHECKOUT-MINUTE)
      *    AN OVERSTAY RUNNING THROUGH A CLOCK CHANGE IS BILLED ON THE
      *    MINUTES REALLY SPENT, NOT ON THE WALL CLOCK
           MOVE WS-CHECKOUT-DATETIME TO WS-DST-FROM
           MOVE WS-NOW-DATETIME TO WS-DST-TO
           PERFORM DST_ADJUST_MINUTES
           ADD WS-DST-ADJ TO WS-OVR-CALC
           IF WS-OVR-CALC < 0 THEN
               MOVE 0 TO WS-OVR-CALC
           END-IF
           MOVE WS-OVR-CALC TO WS-OVR-MINUTES
           MOVE fr_numCh TO fc_numCh
           MOVE 0 TO WS-REV-PRICE
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-OVR-AMOUNT =
               WS-REV-PRICE * WS-OVR-MINUTES / 60
           MOVE WS-OVR-AMOUNT TO fr_extra_entier
           COMPUTE fr_extra_decimal =
               (WS-OVR-AMOUNT - fr_extra_entier) * 100
           REWRITE tamp_fresa
           MOVE "fresa" TO WS-AUDIT-FILE
           MOVE fr_numResa TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           ADD 1 TO WS-OVR-COUNT
           DISPLAY "OVERSTAY: ROOM " fr_numCh " RESA " fr_numResa
               " DUE OUT " WS-CHECKOUT-DATETIME " EXTRA "
               WS-OVR-AMOUNT.

      * RELEASES EXPIRED TENTATIVE HOLDS - SAME SWEEP IDEA AS
      * NO_SHOW_SWEEP, RUN EACH BATCH PASS SO A "CALL YOU BACK"
      * THAT NEVER CALLS BACK FREES ITS SLOT ON ITS OWN.
       HOLD_EXPIRY_SWEEP.
           MOVE 0 TO WS-HLD-SWEPT
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           OPEN I-O fhold
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fhold NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fhd_status = 0 AND
                               fhd_expires < WS-NOW-DATETIME THEN
                               MOVE 2 TO fhd_status
                               REWRITE tamp_fhold
                               MOVE "fhold" TO WS-AUDIT-FILE
                               MOVE fhd_numHd TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               ADD 1 TO WS-HLD-SWEPT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fhold
           IF WS-HLD-SWEPT > 0 THEN
               DISPLAY "EXPIRED HOLDS RELEASED: " WS-HLD-SWEPT
           END-IF.

      * SWEEPS UN-HONORED BOOKINGS: ANY fresa STILL fr_status = 0
      * (NEVER CHECKED IN) WHOSE START IS MORE THAN
      * WS-NOSHOW-GRACE-MIN MINUTES IN THE PAST IS MARKED NO-SHOW
      * (fr_status = 3). RESA_EXIST_DATE IGNORES STATUS 3, SO THE
      * SLOT IS FREED ON THE SPOT AND PROCESS_WAITLIST (RUN RIGHT
      * AFTER) CAN OFFER IT OUT. THE EVENING'S LIST PRINTS FOR THE
      * DESK AS IT GOES. A STAY SOLD UNDER A RATE PLAN HAS THAT
      * PLAN'S NO-SHOW FEE WORKED OUT AND KEPT IN THE fcanc
      * REGISTER ON THE SPOT. RUN FROM BATCH-MAIN AND FROM THE RESA
      * MENU.
       NO_SHOW_SWEEP.
           MOVE 0 TO WS-NOSHOW-COUNT
           MOVE WS-CURRENT-YEAR TO WS-NOW-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NOW-MONTH
           MOVE WS-CURRENT-DAY TO WS-NOW-DAY
           MOVE WS-CURRENT-HOURS TO WS-NOW-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-NOW-MINUTE
           DISPLAY "NO-SHOW SWEEP - " WS-CURRENT-DATE
           OPEN I-O fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status = 0 THEN
                               MOVE fr_date_debut TO
                                   WS-NOSHOW-LIMIT-DATETIME
                               ADD WS-NOSHOW-GRACE-MIN TO
                                   WS-NOSHOW-LIMIT-MINUTE
                               PERFORM WITH TEST BEFORE UNTIL
                                   WS-NOSHOW-LIMIT-MINUTE < 60
                                   SUBTRACT 60 FROM
                                       WS-NOSHOW-LIMIT-MINUTE
                                   ADD 1 TO WS-NOSHOW-LIMIT-HOURS
                               END-PERFORM
                               PERFORM WITH TEST BEFORE UNTIL
                                   WS-NOSHOW-LIMIT-HOURS < 24
                                   SUBTRACT 24 FROM
                                       WS-NOSHOW-LIMIT-HOURS
                                   ADD 1 TO WS-NOSHOW-LIMIT-DAY
                               END-PERFORM
                               IF WS-NOSHOW-LIMIT-DATETIME <
                                   WS-NOW-DATETIME THEN
                                   MOVE 3 TO fr_status
                                   REWRITE tamp_fresa
                                   MOVE "fresa" TO WS-AUDIT-FILE
                                   MOVE fr_numResa TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                                   ADD 1 TO WS-NOSHOW-COUNT
                                   DISPLAY "NO-SHOW: RESA "
                                       fr_numResa " ROOM " fr_numCh
                                       " CLIENT " fr_numCl
                                       " BOOKED " fr_date_debut
                                   IF fr_plan NOT = SPACES THEN
                                       PERFORM CALC_CANCEL_FEE
                                       PERFORM RECORD_CANCELLATION
                                       DISPLAY "  " WS-RPL-NAME
                                           " NO-SHOW FEE " WS-CANC-FEE
                                           " REFUND " WS-CANC-REFUND
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           DISPLAY "NO-SHOWS MARKED: " WS-NOSHOW-COUNT
           IF WS-NOSHOW-COUNT > 0 THEN
               PERFORM PROCESS_WAITLIST
           END-IF.

      * MATERIALIZES THE NEXT OCCURRENCE OF EVERY ACTIVE STANDING
      * ORDER INTO fresa - THE TARGET DATE IS THE NEXT MATCHING
      * WEEKDAY (TODAY COUNTS), ROLLED PROPERLY ACROSS MONTH ENDS BY
      * ADD_DAYS_TO_WORK_DATE, AND THE SLOT GOES THROUGH THE SAME
      * RESA_EXIST_DATE PROOF AS A MANUAL BOOKING. AN OCCURRENCE THE
      * CHECK REJECTS IS REPORTED (ALREADY-MATERIALIZED ONES SHOW UP
      * THAT WAY TOO AND ARE SIMPLY NOT DOUBLED). ORDERS PAST THEIR
      * END DATE ARE FLIPPED TO ENDED.
       MATERIALIZE_STANDING_RESAS.
           MOVE 0 TO WS-STD-PLACED
           MOVE 0 TO WS-STD-FAILED
           MOVE WS-CURRENT-DATE TO fr_date_debut_date
           PERFORM GET_DAY_OF_WEEK
           MOVE WS-DAY-OF-WEEK TO WS-STD-TODAY-DW
           OPEN I-O fstand
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstand NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fsd_status = 0 THEN
                               IF fsd_end_date < WS-CURRENT-DATE THEN
                                   MOVE 1 TO fsd_status
                                   REWRITE tamp_fstand
                               ELSE
                                   PERFORM MATERIALIZE_ONE_STANDING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fstand
           IF WS-STD-PLACED > 0 OR WS-STD-FAILED > 0 THEN
               DISPLAY "STANDING ORDERS - PLACED " WS-STD-PLACED
                   " NOT PLACED " WS-STD-FAILED
           END-IF.

      * tamp_fstand HOLDS THE ACTIVE ORDER - BUILDS THE CANDIDATE
      * fresa FOR THE NEXT MATCHING WEEKDAY AND WRITES IT IF THE
      * SLOT PROVES FREE.
       MATERIALIZE_ONE_STANDING.
           COMPUTE WS-STD-OFFSET = FUNCTION MOD(
               fsd_weekday - WS-STD-TODAY-DW + 7, 7)
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           MOVE WS-STD-OFFSET TO WS-ADD-DAYS
           PERFORM ADD_DAYS_TO_WORK_DATE
           IF WS-WORK-DATE > fsd_end_date THEN
               CONTINUE
           ELSE
               MOVE 0 TO fr_numResa
               MOVE fsd_numCh TO fr_numCh
               MOVE fsd_numCl TO fr_numCL
               MOVE fsd_nb_guests TO fr_nb_guests
               MOVE fsd_duree_hours TO fr_duree_hours
               MOVE fsd_duree_minute TO fr_duree_minute
               MOVE 0 TO fr_nights
               MOVE WS-WORK-DATE TO fr_date_debut_date
               MOVE fsd_start_hours TO fr_date_debut_hours
               MOVE fsd_start_minute TO fr_date_debut_minute
               PERFORM BUILD_CANDIDATE_FIN
               MOVE 0 TO fr_deposit
               MOVE 0 TO fr_amount_paid
               MOVE 0 TO fr_status
               MOVE 0 TO fr_reminder_sent
               MOVE 0 TO fr_remind_tries
                               MOVE WS-SITE-NUM TO fr_site
                               MOVE SPACES TO fr_conf_code
                               MOVE 0 TO fr_parking
                               MOVE SPACES TO fr_plate
                               MOVE SPACES TO fr_plan
                               MOVE SPACES TO fr_segment
                               MOVE 0 TO fr_guest_confirmed
               MOVE 0 TO fr_numCo
               MOVE " " TO fr_promo
               MOVE 0 TO fr_discount_entier
               MOVE 0 TO fr_discount_decimal
               MOVE 0 TO fr_numGrp
               MOVE 0 TO fr_extra_entier
               MOVE 0 TO fr_extra_decimal
               MOVE 0 TO fr_origin
               MOVE tamp_fresa TO 1tamp_fresa
               OPEN INPUT fresa
                   PERFORM CHECK_CLOSEOUT_CALENDAR
                   MOVE 1tamp_fresa TO tamp_fresa
                   PERFORM RESA_EXIST_DATE
               CLOSE fresa
               IF Wtrouve = 1 OR WS-CLZ-BLOCKED NOT = 0 THEN
                   ADD 1 TO WS-STD-FAILED
                   DISPLAY "STANDING ORDER " fsd_numStand
                       " - ROOM " fsd_numCh " NOT FREE ON "
                       WS-WORK-DATE
               ELSE
                   PERFORM GET_LASTID_RESA
                   MOVE fr_numResa TO 1fr_numResa
      *    THE PROVEN BUILD_CANDIDATE_FIN WINDOW IS THE ONE STORED -
      *    RERUNNING CALCULATE_HOUR_RESA HERE WOULD STACK THE
      *    DURATION AND BUFFER ON TOP OF IT AGAIN
                   MOVE 1tamp_fresa TO tamp_fresa
                   OPEN I-O fresa
                       PERFORM STAMP_RESA_CREATION
                       WRITE tamp_fresa
                           INVALID KEY
                               ADD 1 TO WS-STD-FAILED
                           NOT INVALID KEY
                               ADD 1 TO WS-STD-PLACED
                               MOVE "fresa" TO WS-AUDIT-FILE
                               MOVE fr_numResa TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                       END-WRITE
                   CLOSE fresa
               END-IF
           END-IF.

      * ONE ROW PER PROMO CODE: REDEMPTION COUNT AND TOTAL DISCOUNT
      * GRANTED ACROSS LIVE AND ARCHIVED STAYS, SO MARKETING CAN SEE
      * WHICH FLYER ACTUALLY WORKED.
       PROMO_USAGE_REPORT.
           DISPLAY "PROMO CODE USAGE - CODE/USES/STAYS/DISCOUNT"
           OPEN INPUT fpromo
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpromo NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM TALLY_ONE_PROMO_CODE
                           DISPLAY fpo_code " " fpo_uses " "
                               WS-PROMO-USED " " WS-PROMO-TOTAL
                   END-READ
               END-PERFORM
           CLOSE fpromo.

      * fpo_code MUST HOLD THE CODE - COUNTS STAYS CARRYING IT AND
      * SUMS THEIR STORED DISCOUNTS ACROSS fresa AND fresaarch.
       TALLY_ONE_PROMO_CODE.
           MOVE 0 TO WS-PROMO-USED
           MOVE 0 TO WS-PROMO-TOTAL
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_promo = fpo_code THEN
                               ADD 1 TO WS-PROMO-USED
                               COMPUTE WS-PROMO-TOTAL =
                                   WS-PROMO-TOTAL +
                                   fr_discount_entier +
                                   (fr_discount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_promo = fpo_code THEN
                               ADD 1 TO WS-PROMO-USED
                               COMPUTE WS-PROMO-TOTAL =
                                   WS-PROMO-TOTAL +
                                   fra_discount_entier +
                                   (fra_discount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * EXECUTES EVERY PENDING freval WHOSE EFFECTIVE DATE HAS
      * ARRIVED: WALKS fch (OPTIONALLY ONE TYPE), ADJUSTS WEEKDAY AND
      * WEEKEND HOURLY RATES BY THE PERCENTAGE OR FLAT AMOUNT
      * (CLAMPED AT ZERO - A CUT NEVER GOES NEGATIVE), WRITES A
      * BEFORE/AFTER LINE PER ROOM AND RATE TO
      * files/revaluation_report.txt AND AUDIT-LOGS EVERY CHANGED
      * ROOM, THEN MARKS THE REVALUATION APPLIED.
       APPLY_TARIFF_REVALUATIONS.
           OPEN I-O freval
           OPEN OUTPUT frevrpt
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ freval NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF frv_status = 0 AND
                               frv_eff_date <= WS-CURRENT-DATE THEN
                               PERFORM APPLY_ONE_REVALUATION
                               MOVE 1 TO frv_status
                               REWRITE tamp_freval
                               MOVE "freval" TO WS-AUDIT-FILE
                               MOVE frv_numRv TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE frevrpt
           CLOSE freval.

      * tamp_freval MUST HOLD THE DUE REVALUATION - RUNS IT OVER
      * EVERY MATCHING fch ROOM, REPORTING AND AUDIT-LOGGING EACH ONE.
       APPLY_ONE_REVALUATION.
           MOVE 0 TO WS-RVL-COUNT
           MOVE SPACES TO tamp_frevrpt
           STRING "REVALUATION " frv_numRv " EFFECTIVE "
               frv_eff_date " MODE " frv_mode " " frv_sign
               " PCT " frv_pct " FLAT " frv_flat
               DELIMITED BY SIZE INTO tamp_frevrpt
           WRITE tamp_frevrpt
           OPEN I-O fch
               MOVE 0 TO Wstop
               PERFORM WITH TEST AFTER UNTIL Wstop = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO Wstop
                       NOT AT END
                           IF frv_typeCh = SPACES OR
                               frv_typeCh = fc_typeCh THEN
                               COMPUTE WS-RVL-OLD-RATE =
                                   fc_prix_heure_entier +
                                   (fc_prix_heure_decimal / 100)
                               PERFORM REVALUE_ONE_RATE
                               MOVE WS-RVL-NEW-RATE TO
                                   fc_prix_heure_entier
                               COMPUTE fc_prix_heure_decimal =
                                   (WS-RVL-NEW-RATE -
                                   fc_prix_heure_entier) * 100
                               PERFORM WRITE_REVAL_REPORT_LINE
                               COMPUTE WS-RVL-OLD-RATE =
                                   fc_prix_heure_weekend_entier +
                                   (fc_prix_heure_weekend_decimal
                                   / 100)
                               PERFORM REVALUE_ONE_RATE
                               MOVE WS-RVL-NEW-RATE TO
                                   fc_prix_heure_weekend_entier
                               COMPUTE fc_prix_heure_weekend_decimal =
                                   (WS-RVL-NEW-RATE -
                                   fc_prix_heure_weekend_entier)
                                   * 100
                               PERFORM WRITE_REVAL_REPORT_LINE
                               REWRITE tamp_fch
                               MOVE "fch" TO WS-AUDIT-FILE
                               MOVE fc_numCh TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               ADD 1 TO WS-RVL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           DISPLAY "REVALUATION " frv_numRv " APPLIED TO "
               WS-RVL-COUNT " ROOMS".

      * WS-RVL-OLD-RATE MUST HOLD THE RATE BEING ADJUSTED - LEAVES
      * THE ADJUSTED, ZERO-CLAMPED RESULT IN WS-RVL-NEW-RATE.
       REVALUE_ONE_RATE.
           IF frv_mode = 0 THEN
               IF frv_sign = "+" THEN
                   COMPUTE WS-RVL-NEW-RATE = WS-RVL-OLD-RATE *
                       (100 + frv_pct) / 100
               ELSE
                   COMPUTE WS-RVL-NEW-RATE = WS-RVL-OLD-RATE *
                       (100 - frv_pct) / 100
               END-IF
           ELSE
               IF frv_sign = "+" THEN
                   COMPUTE WS-RVL-NEW-RATE = WS-RVL-OLD-RATE +
                       frv_flat
               ELSE
                   COMPUTE WS-RVL-NEW-RATE = WS-RVL-OLD-RATE -
                       frv_flat
               END-IF
           END-IF
           IF WS-RVL-NEW-RATE < 0 THEN
               MOVE 0 TO WS-RVL-NEW-RATE
           END-IF.

      * fc_numCh/WS-RVL-OLD-RATE/WS-RVL-NEW-RATE MUST BE SET - ONE
      * BEFORE/AFTER ROW ON THE REVALUATION REPORT.
       WRITE_REVAL_REPORT_LINE.
           MOVE SPACES TO tamp_frevrpt
           STRING "ROOM " fc_numCh " BEFORE " WS-RVL-OLD-RATE
               " AFTER " WS-RVL-NEW-RATE
               DELIMITED BY SIZE INTO tamp_frevrpt
           WRITE tamp_frevrpt.

      * THE ACCOUNTANT'S VIEW OF THE OUTSTANDING GIFT-VOUCHER
      * LIABILITY - EVERY ACTIVE VOUCHER WITH ITS REMAINING BALANCE
      * AND EXPIRY, TOTALLED AT THE END. ACTIVE VOUCHERS WHOSE
      * EXPIRY HAS PASSED ARE FLIPPED TO EXPIRED ON THE WAY THROUGH
      * (THE BALANCE DROPS OUT OF THE LIABILITY - BREAKAGE).
       VOUCHER_LIABILITY_REPORT.
           MOVE "VOUCHER" TO WS-RPT-CODE
           MOVE "VOUCHER LIABILITY REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-VCH-COUNT
           MOVE 0 TO WS-VCH-EXPIRED
           MOVE 0 TO WS-VCH-OUTSTANDING
           MOVE "VOUCHER/BUYER/VALUE/BALANCE/EXPIRES" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN I-O fvch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fvch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fv_status = 0 AND
                               fv_expiry < WS-CURRENT-DATE THEN
                               MOVE 2 TO fv_status
                               REWRITE tamp_fvch
                               MOVE "fvch" TO WS-AUDIT-FILE
                               MOVE fv_numVch TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               ADD 1 TO WS-VCH-EXPIRED
                           END-IF
                           IF fv_status = 0 THEN
                               ADD 1 TO WS-VCH-COUNT
                               COMPUTE WS-VCH-OUTSTANDING =
                                   WS-VCH-OUTSTANDING +
                                   fv_balance_entier +
                                   (fv_balance_decimal / 100)
                               MOVE SPACES TO WS-RPT-LINE
                               STRING fv_numVch " " fv_numCl " "
                                   fv_value " " fv_balance " "
                                   fv_expiry
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fvch
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACTIVE VOUCHERS " WS-VCH-COUNT
               " OUTSTANDING " WS-VCH-OUTSTANDING
               " EXPIRED THIS RUN " WS-VCH-EXPIRED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * SUMS TODAY'S REFUND/VOID LEDGER LINES SO THE DAY'S JOURNAL
      * SHOWS THE MONEY PAID BACK OUT AS ITS OWN LINE INSTEAD OF
      * SILENTLY SHRINKING THE CASH FIGURE - CHARGEBACK LINES
      * (fy_kind 3) ARE SUMMED APART FOR THEIR OWN LINE.
       GL_TALLY_REFUNDS.
           MOVE 0 TO WS-GL-REFUNDS
           MOVE 0 TO WS-GL-CHARGEBACKS
           OPEN INPUT fpay
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpay NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fy_kind = 1 OR fy_kind = 2 THEN
                               IF fy_date_date = WS-BUSINESS-DATE THEN
                                   COMPUTE WS-GL-REFUNDS =
                                       WS-GL-REFUNDS +
                                       fy_amount_entier +
                                       (fy_amount_decimal / 100)
                               END-IF
                           END-IF
                           IF fy_kind = 3 AND
                               fy_date_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GL-CHARGEBACKS =
                                   WS-GL-CHARGEBACKS +
                                   fy_amount_entier +
                                   (fy_amount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpay.

      * SUMS THE GROSS AND THE VAT OF THE CREDIT NOTES DATED ON THE
      * BUSINESS DAY FOR THE CREDIT-NOTE JOURNAL LINES.
       GL_TALLY_CREDIT_NOTES.
           MOVE 0 TO WS-GL-AV-GROSS
           MOVE 0 TO WS-GL-AV-VAT
           OPEN INPUT favoir
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ favoir NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fav_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GL-AV-GROSS =
                                   WS-GL-AV-GROSS +
                                   fav_total_entier +
                                   (fav_total_decimal / 100)
                               COMPUTE WS-GL-AV-VAT =
                                   WS-GL-AV-VAT +
                                   fav_tax_entier +
                                   (fav_tax_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE favoir.

      * SUMS THE DAY'S VOUCHER SALES AND REDEMPTIONS FROM fvch FOR
      * THE DEFERRED-REVENUE JOURNAL LINES - SOLD TODAY BY
      * fv_sold_date, REDEEMED TODAY BY THE fv_used_date/fv_used_amt
      * DAILY ACCUMULATOR APPLY_VOUCHER_REDEMPTION MAINTAINS.
       GL_TALLY_VOUCHERS.
           MOVE 0 TO WS-GL-VCH-SOLD
           MOVE 0 TO WS-GL-VCH-USED
           OPEN INPUT fvch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fvch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fv_sold_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GL-VCH-SOLD =
                                   WS-GL-VCH-SOLD +
                                   fv_value_entier +
                                   (fv_value_decimal / 100)
                           END-IF
                           IF fv_used_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GL-VCH-USED =
                                   WS-GL-VCH-USED +
                                   fv_used_entier +
                                   (fv_used_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fvch.

      * WRITES THE DAY'S BALANCED JOURNAL SET TO files/gl_export.dat
      * FOR THE ACCOUNTANT'S PACKAGE (SEE tamp_fglexp): ONE CASH
      * DEBIT, ONE NET ROOM-REVENUE CREDIT PER ROOM TYPE, THE VAT
      * SHARE, DEPOSITS TAKEN TODAY AND DEPOSITS FORFEITED TODAY,
      * THE DAY'S CREDIT NOTES, CARD CHARGEBACKS LOST, THE CARD
      * PROCESSOR FEES NOT YET JOURNALLED AND THE PETTY-CASH
      * PAID-OUTS BY EXPENSE CATEGORY,
      * CLOSED BY CONTROL TRAILER LINES. THE
      * VAT LINE IS DERIVED AS GROSS MINUS THE SUM OF THE ROUNDED NET
      * LINES SO THE SET ALWAYS BALANCES TO THE CENT.
       GL_EXPORT_JOURNAL.
           PERFORM LOAD_BUSINESS_DATE
           MOVE 0 TO WS-GL-REVENUE
           MOVE 0 TO WS-GL-NET-SUM
           MOVE 0 TO WS-GL-DEPOSITS
           MOVE 0 TO WS-GL-FEES
           MOVE 0 TO WS-GL-DEBITS
           MOVE 0 TO WS-GL-CREDITS
           MOVE 0 TO WS-GL-LINES
           MOVE 0 TO WS-GL-TYPE-CNT
           MOVE 0 TO WS-VAT-CODE
           PERFORM GET_VAT_RATE_FOR_CODE
           MOVE WS-VAT-RATE TO WS-GL-VAT-RATE
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE fc_numCh TO WS-NUM-CH
                           PERFORM CALC_ROOM_REVENUE_FOR_DAY
                           IF WS-REV-ROOM-SUBTOTAL NOT = 0 THEN
                               ADD WS-REV-ROOM-SUBTOTAL TO
                                   WS-GL-REVENUE
                               PERFORM GL_BUCKET_ROOM_TYPE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_date_debut_date = WS-BUSINESS-DATE
                               THEN
                               COMPUTE WS-GL-DEPOSITS =
                                   WS-GL-DEPOSITS +
                                   fr_deposit_entier +
                                   (fr_deposit_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fcanc
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcanc NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fx_date_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GL-FEES = WS-GL-FEES +
                                   fx_fee_entier +
                                   (fx_fee_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcanc
           PERFORM GL_TALLY_VOUCHERS
           PERFORM GL_TALLY_REFUNDS
           PERFORM GL_TALLY_CREDIT_NOTES
           PERFORM GL_TALLY_CARD_FEES
           PERFORM GL_TALLY_PAID_OUTS
           OPEN OUTPUT fglexp
               MOVE "512000  " TO fgl_account
               MOVE "D" TO fgl_dc
      *    VOUCHER SALES ARE CASH IN TODAY, REDEMPTIONS SETTLE PART
      *    OF TODAY'S REVENUE WITHOUT CASH - BOTH FOLD INTO THE CASH
      *    LINE SO THE SET STILL BALANCES AGAINST THE DEFERRED-
      *    REVENUE LINES BELOW
               COMPUTE fgl_amount = WS-GL-REVENUE + WS-GL-DEPOSITS
                   + WS-GL-FEES + WS-GL-VCH-SOLD - WS-GL-VCH-USED
                   - WS-GL-REFUNDS - WS-GL-CHARGEBACKS
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CASH TAKINGS" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
               MOVE 0 TO WS-GL-IDX
               PERFORM WITH TEST BEFORE UNTIL
                   WS-GL-IDX = WS-GL-TYPE-CNT
                   ADD 1 TO WS-GL-IDX
                   MOVE "706000  " TO fgl_account
                   MOVE "C" TO fgl_dc
                   COMPUTE fgl_amount =
                       WS-GL-TYPE-AMT(WS-GL-IDX) -
                       (WS-GL-TYPE-AMT(WS-GL-IDX) * WS-GL-VAT-RATE
                       / (100 + WS-GL-VAT-RATE))
                   ADD fgl_amount TO WS-GL-NET-SUM
                   MOVE WS-BUSINESS-DATE TO fgl_date
                   MOVE WS-GL-TYPE-NAME(WS-GL-IDX) TO fgl_desc
                   WRITE tamp_fglexp
                   ADD fgl_amount TO WS-GL-CREDITS
                   ADD 1 TO WS-GL-LINES
               END-PERFORM
               COMPUTE WS-GL-VAT = WS-GL-REVENUE - WS-GL-NET-SUM
               MOVE "445710  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-VAT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "VAT COLLECTED" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
               MOVE "165000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-DEPOSITS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "DEPOSITS HELD" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
               MOVE "708000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-FEES TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "DEPOSITS FORFEITED" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
               MOVE "419000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-VCH-SOLD TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "GIFT VOUCHERS SOLD" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
               MOVE "419000  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-VCH-USED TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "GIFT VOUCHERS REDEEMED" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
               MOVE "709000  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-REFUNDS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "REFUNDS AND VOIDS" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
      *    CARD DISPUTES LOST OR ACCEPTED TODAY - THE PROCESSOR TOOK
      *    THE MONEY BACK OUT OF THE CASH LINE ABOVE
               MOVE "654000  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-CHARGEBACKS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CARD CHARGEBACKS LOST" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
      *    CREDIT NOTES ISSUED TODAY TAKE THE REVENUE AND ITS VAT BACK
      *    OUT (NEGATIVE REVENUE IN THE PERIOD OF ISSUE) AGAINST THE
      *    REFUNDS ACCOUNT THE MONEY PAID BACK WAS DEBITED TO
               MOVE "706000  " TO fgl_account
               MOVE "D" TO fgl_dc
               COMPUTE fgl_amount = WS-GL-AV-GROSS - WS-GL-AV-VAT
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CREDIT NOTES - REVENUE" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
               MOVE "445710  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-AV-VAT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CREDIT NOTES - VAT" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
               MOVE "709000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-AV-GROSS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CREDIT NOTES ISSUED" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
      *    PROCESSOR FEES ON THE SETTLEMENT LINES MATCHED TODAY - AN
      *    EXPENSE, WITHHELD FROM THE MONEY THE BANK RECEIVES
               MOVE "627800  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-CARD-FEES TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CARD PROCESSOR FEES" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-DEBITS
               ADD 1 TO WS-GL-LINES
               MOVE "512000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-CARD-FEES TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "CARD FEES WITHHELD" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
      *    PAID-OUTS: ONE EXPENSE DEBIT PER CATEGORY USED TODAY, THE
      *    CASH THEY TOOK FROM THE DRAWERS CREDITED IN ONE LINE
               MOVE 0 TO WS-PDO-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-PDO-IDX = 5
                   ADD 1 TO WS-PDO-IDX
                   IF WS-PDO-DAY-AMT(WS-PDO-IDX) NOT = 0 THEN
                       MOVE WS-PDC-ACCT(WS-PDO-IDX) TO fgl_account
                       MOVE "D" TO fgl_dc
                       MOVE WS-PDO-DAY-AMT(WS-PDO-IDX) TO fgl_amount
                       MOVE WS-BUSINESS-DATE TO fgl_date
                       MOVE WS-PDC-NAME(WS-PDO-IDX) TO fgl_desc
                       WRITE tamp_fglexp
                       ADD fgl_amount TO WS-GL-DEBITS
                       ADD 1 TO WS-GL-LINES
                   END-IF
               END-PERFORM
               MOVE "512000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-PAIDOUTS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "PETTY CASH PAID OUT" TO fgl_desc
               WRITE tamp_fglexp
               ADD fgl_amount TO WS-GL-CREDITS
               ADD 1 TO WS-GL-LINES
               MOVE "CONTROL " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GL-DEBITS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE SPACES TO fgl_desc
               STRING "TOTAL DEBITS LINES " WS-GL-LINES
                   DELIMITED BY SIZE INTO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GL-CREDITS TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE SPACES TO fgl_desc
               STRING "TOTAL CREDITS LINES " WS-GL-LINES
                   DELIMITED BY SIZE INTO fgl_desc
               WRITE tamp_fglexp
           CLOSE fglexp
           DISPLAY "GL EXPORT COMPLETE - files/gl_export.dat ("
               WS-GL-LINES " LINES, DEBITS " WS-GL-DEBITS
               " CREDITS " WS-GL-CREDITS ")"
           PERFORM GL_POST_ACCRUALS
           PERFORM GL_POST_GRATUITIES.

      * APPENDS TO THE DAY'S JOURNAL, FOR EVERY CLOSED PERIOD WHOSE
      * MONTH-END ACCRUAL (faccr, WRITTEN BY ACCRUE_PERIOD_REVENUE)
      * HAS NOT TRAVELLED YET, TWO BALANCED SETS: THE ACCRUAL OF THE
      * NET ROOM REVENUE CONSUMED BUT NOT YET BILLED, DATED THE
      * PERIOD'S LAST DAY, AND ITS REVERSAL DATED THE FIRST DAY OF
      * THE NEXT PERIOD, WHEN THE STAYS ARE BILLED IN FULL. EACH
      * RECORD IS MARKED POSTED SO IT TRAVELS ONCE.
       GL_POST_ACCRUALS.
           OPEN I-O faccr
               MOVE 0 TO WS-RVS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                   READ faccr NEXT
                       AT END
                           MOVE 1 TO WS-RVS-EOF
                       NOT AT END
                           IF fac_posted = 0 THEN
                               PERFORM GL_POST_ONE_ACCRUAL
                               MOVE 1 TO fac_posted
                               REWRITE tamp_faccr
                               MOVE "faccr" TO WS-AUDIT-FILE
                               MOVE fac_key TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE faccr.

      * tamp_faccr HOLDS AN UNPOSTED ACCRUAL - WRITES ITS ACCRUAL
      * AND REVERSAL SETS, EACH CLOSED BY ITS CONTROL PAIR AS
      * COM_POST_GL_SET DOES.
       GL_POST_ONE_ACCRUAL.
           COMPUTE WS-RVS-YEAR = fac_key / 100
           COMPUTE WS-RVS-MONTH = fac_key - (WS-RVS-YEAR * 100)
           PERFORM REV_MONTH_WINDOW
           COMPUTE WS-RVS-NET = fac_net_entier +
               (fac_net_decimal / 100)
           OPEN EXTEND fglexp
               MOVE "418100  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-LAST TO fgl_date
               MOVE "ACCRUED ROOM REVENUE" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "706000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-LAST TO fgl_date
               MOVE "ROOM REVENUE ACCRUAL" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-LAST TO fgl_date
               MOVE "TOTAL DEBITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-LAST TO fgl_date
               MOVE "TOTAL CREDITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "706000  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-NEXT TO fgl_date
               MOVE "ROOM REVENUE ACCRUAL REVERSED" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "418100  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-NEXT TO fgl_date
               MOVE "ACCRUED ROOM REVENUE REVERSED" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-NEXT TO fgl_date
               MOVE "TOTAL DEBITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-RVS-NET TO fgl_amount
               MOVE WS-RVS-NEXT TO fgl_date
               MOVE "TOTAL CREDITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
           CLOSE fglexp
           DISPLAY "REVENUE ACCRUAL SETS APPENDED FOR " fac_key.

      * APPENDS THE HOUSEKEEPING GRATUITY SETS TO THE DAY'S JOURNAL -
      * THE GRATUITIES TAKEN ON THE BUSINESS DATE ARE MONEY HELD FOR
      * THE STAFF (428600), NOT REVENUE, AND EVERY SHARE DISTRIBUTED
      * SINCE THE LAST RUN MOVES FROM THAT LIABILITY TO STAFF
      * PAYABLE (421000) FOR THE PAYROLL. A SET WITH NOTHING IN IT
      * IS LEFT OUT.
       GL_POST_GRATUITIES.
           MOVE 0 TO WS-GRT-GL-AMT
           OPEN INPUT fgrat
               MOVE 0 TO WS-GRT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                   READ fgrat NEXT
                       AT END
                           MOVE 1 TO WS-GRT-EOF
                       NOT AT END
                           IF fgt_date = WS-BUSINESS-DATE THEN
                               COMPUTE WS-GRT-GL-AMT = WS-GRT-GL-AMT
                                   + fgt_amount_entier +
                                   (fgt_amount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fgrat
           IF WS-GRT-GL-AMT NOT = 0 THEN
               MOVE "512000  " TO WS-GRT-GL-DR
               MOVE "GRATUITIES COLLECTED" TO WS-GRT-GL-DR-DESC
               MOVE "428600  " TO WS-GRT-GL-CR
               MOVE "GRATUITIES OWED TO STAFF" TO WS-GRT-GL-CR-DESC
               PERFORM GL_POST_GRATUITY_SET
           END-IF
           MOVE 0 TO WS-GRT-GL-AMT
           OPEN I-O fgshare
               MOVE 0 TO WS-GRT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-GRT-EOF = 1
                   READ fgshare NEXT
                       AT END
                           MOVE 1 TO WS-GRT-EOF
                       NOT AT END
                           IF fgs_posted = 0 THEN
                               COMPUTE WS-GRT-GL-AMT = WS-GRT-GL-AMT
                                   + fgs_amount_entier +
                                   (fgs_amount_decimal / 100)
                               MOVE 1 TO fgs_posted
                               REWRITE tamp_fgshare
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fgshare
           IF WS-GRT-GL-AMT NOT = 0 THEN
               MOVE "428600  " TO WS-GRT-GL-DR
               MOVE "GRATUITIES DISTRIBUTED" TO WS-GRT-GL-DR-DESC
               MOVE "421000  " TO WS-GRT-GL-CR
               MOVE "STAFF GRATUITIES PAYABLE" TO WS-GRT-GL-CR-DESC
               PERFORM GL_POST_GRATUITY_SET
           END-IF.

      * ONE BALANCED SET OF WS-GRT-GL-AMT FROM WS-GRT-GL-DR TO
      * WS-GRT-GL-CR ON THE BUSINESS DATE, WITH ITS CONTROL PAIR.
       GL_POST_GRATUITY_SET.
           OPEN EXTEND fglexp
               MOVE WS-GRT-GL-DR TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GRT-GL-AMT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE WS-GRT-GL-DR-DESC TO fgl_desc
               WRITE tamp_fglexp
               MOVE WS-GRT-GL-CR TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GRT-GL-AMT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE WS-GRT-GL-CR-DESC TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-GRT-GL-AMT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "TOTAL DEBITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-GRT-GL-AMT TO fgl_amount
               MOVE WS-BUSINESS-DATE TO fgl_date
               MOVE "TOTAL CREDITS LINES 0001" TO fgl_desc
               WRITE tamp_fglexp
           CLOSE fglexp
           DISPLAY "GRATUITY SET APPENDED - " WS-GRT-GL-CR-DESC.

      * WRITES EVERY APPROVED SUPPLIER INVOICE NOT YET SENT TO
      * files/ap_export.dat FOR THE ACCOUNTING PACKAGE (SEE
      * tamp_fapexp), NEXT TO THE GL JOURNAL, AND MARKS EACH ONE
      * EXPORTED SO IT TRAVELS ONCE. A CONTROL LINE CLOSES THE FILE
      * WITH THE INVOICE COUNT AND GROSS TOTAL SO THE IMPORT CAN
      * PROVE COMPLETENESS.
       AP_EXPORT_PAYABLES.
           PERFORM LOAD_BUSINESS_DATE
           MOVE 0 TO WS-SIN-COUNT
           MOVE 0 TO WS-SIN-EXP-TOTAL
           OPEN OUTPUT fapexp
               OPEN I-O fsinv
                   MOVE 0 TO WS-SIN-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-SIN-EOF = 1
                       READ fsinv NEXT
                           AT END
                               MOVE 1 TO WS-SIN-EOF
                           NOT AT END
                               IF fsi_status = 2 THEN
                                   PERFORM AP_EXPORT_ONE_INVOICE
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE fsinv
               MOVE 9999 TO fap_numSup
               MOVE "CONTROL" TO fap_ref
               MOVE WS-BUSINESS-DATE TO fap_date
               MOVE 0 TO fap_numInv
               MOVE 0 TO fap_numPo
               MOVE 0 TO fap_net
               MOVE 0 TO fap_vat
               MOVE WS-SIN-EXP-TOTAL TO fap_total
               MOVE SPACES TO fap_desc
               STRING "TOTAL INVOICES " WS-SIN-COUNT
                   DELIMITED BY SIZE INTO fap_desc
               WRITE tamp_fapexp
           CLOSE fapexp
           DISPLAY "AP EXPORT COMPLETE - files/ap_export.dat ("
               WS-SIN-COUNT " INVOICES, TOTAL " WS-SIN-EXP-TOTAL ")".

      * tamp_fsinv HOLDS AN APPROVED INVOICE (fsinv OPEN I-O) -
      * WRITES ITS AP LINE, NAMED AFTER THE SUPPLIER, AND MARKS IT
      * EXPORTED ON THE BUSINESS DATE.
       AP_EXPORT_ONE_INVOICE.
           MOVE " " TO fsp_nom
           OPEN INPUT fsup
               MOVE fsi_numSup TO fsp_numSup
               READ fsup
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fsup
           MOVE fsi_numSup TO fap_numSup
           MOVE fsi_ref TO fap_ref
           MOVE fsi_date TO fap_date
           MOVE fsi_numInv TO fap_numInv
           MOVE fsi_numPo TO fap_numPo
           COMPUTE fap_net = fsi_net_entier + (fsi_net_decimal / 100)
           COMPUTE fap_vat = fsi_vat_entier + (fsi_vat_decimal / 100)
           COMPUTE fap_total = fsi_total_entier +
               (fsi_total_decimal / 100)
           MOVE fsp_nom TO fap_desc
           WRITE tamp_fapexp
           ADD fap_total TO WS-SIN-EXP-TOTAL
           ADD 1 TO WS-SIN-COUNT
           MOVE 3 TO fsi_status
           MOVE WS-BUSINESS-DATE TO fsi_exported
           REWRITE tamp_fsinv
           MOVE "fsinv" TO WS-AUDIT-FILE
           MOVE fsi_numInv TO WS-AUDIT-KEY
           MOVE "MODIFY" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG.

      * fc_typeCh AND WS-REV-ROOM-SUBTOTAL MUST HOLD THE ROOM JUST
      * PRICED - FOLDS THE SUBTOTAL INTO THAT TYPE'S BUCKET, OPENING
      * A NEW BUCKET FOR A TYPE NOT SEEN YET THIS RUN.
       GL_BUCKET_ROOM_TYPE.
           MOVE 0 TO WS-GL-HIT
           MOVE 0 TO WS-GL-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-GL-IDX = WS-GL-TYPE-CNT
               OR WS-GL-HIT = 1
               ADD 1 TO WS-GL-IDX
               IF WS-GL-TYPE-NAME(WS-GL-IDX) = fc_typeCh THEN
                   ADD WS-REV-ROOM-SUBTOTAL TO
                       WS-GL-TYPE-AMT(WS-GL-IDX)
                   MOVE 1 TO WS-GL-HIT
               END-IF
           END-PERFORM
           IF WS-GL-HIT = 0 AND WS-GL-TYPE-CNT < 20 THEN
               ADD 1 TO WS-GL-TYPE-CNT
               MOVE fc_typeCh TO WS-GL-TYPE-NAME(WS-GL-TYPE-CNT)
               MOVE WS-REV-ROOM-SUBTOTAL TO
                   WS-GL-TYPE-AMT(WS-GL-TYPE-CNT)
           END-IF.

      * READS fcli START TO END AND WRITES ONE COMMA-DELIMITED LINE PER
      * CUSTOMER TO files/clients_export.csv (SEE tamp_fcliexp) FOR
      * HANDOFF TO A MAILING-LIST/CRM TOOL, INSTEAD OF DISPLAY_CLIENT'S
      * SIX-AT-A-TIME INTERACTIVE PAGING.
       EXPORT_CLIENTS_CSV.
           OPEN OUTPUT fcliexp
           OPEN INPUT fcli
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcli NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE 0 TO WS-MSK-FULL
                           PERFORM MASK_TEL_APPLY
                           MOVE SPACES TO tamp_fcliexp
                           STRING fcl_numCl DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               FUNCTION TRIM(fcl_nom) DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               FUNCTION TRIM(fcl_prenom)
                                   DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               WS-MSK-TEL DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               FUNCTION TRIM(fcl_adr) DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               fcl_year DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               fcl_month DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               fcl_day DELIMITED BY SIZE
                               INTO tamp_fcliexp
                           WRITE tamp_fcliexp
                   END-READ
               END-PERFORM
           CLOSE fcli
           CLOSE fcliexp
           DISPLAY "CLIENT EXPORT COMPLETE - files/clients_export.csv".

      * NIGHTLY ANALYTICS EXTRACT FOR THE ACCOUNTANT'S BI TOOL - ONE
      * COMMA-DELIMITED FILE PER FACT (files/anx_stays.csv FROM fresa
      * AND fresaarch, anx_payments, anx_extras, anx_missions WITH
      * THE CLOCKED TIMES, anx_cancellations, anx_turnaways) AND PER
      * DIMENSION (anx_rooms, anx_clients WITH THE PHONE MASKED AND
      * NO NAME OR ADDRESS, anx_staff WITHOUT ANY PASSWORD FIELD,
      * anx_channels, anx_dates), THEN files/anx_control.csv WITH THE
      * ROW COUNT OF EACH SO THE LOADER CAN PROVE IT GOT THEM ALL.
      * INCREMENTAL BY DEFAULT - NEW RECORDS ARE THOSE ABOVE THE
      * HIGHEST KEY ALREADY SENT (fanxst), CHANGED AND DELETED ONES
      * COME FROM THE AUDIT TRAIL SINCE THE LAST RUN. A FULL EXTRACT
      * IS SENT ON THE FIRST RUN, WHEN THE fparam "ANXF" RATE IS SET
      * (LEAVE IT AT 1 FOR A FULL EXTRACT EVERY NIGHT), WHEN THE
      * AUDIT TRAIL HAS ALREADY BEEN ROLLED PAST THE LAST RUN OR WHEN
      * MORE RECORDS CHANGED THAN THE CHANGE TABLE HOLDS. RUN BY
      * BATCH-MAIN EVERY NIGHT.
       ANALYTICS_EXTRACT.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-ANX-STAMP = WS-CURRENT-YEAR * 100000000
               + WS-CURRENT-MONTH * 1000000 + WS-CURRENT-DAY * 10000
               + WS-CURRENT-HOURS * 100 + WS-CURRENT-MINUTE
           MOVE 0 TO WS-ANX-FULL
           MOVE 0 TO WS-ANX-CHG-CNT
           MOVE 0 TO WS-ANX-CTL-CNT
           MOVE 0 TO WS-ANX-TOTAL
           MOVE 0 TO WS-ANX-SINCE
           MOVE "ANXF" TO fpar_key
           PERFORM GET_PARAM_RATE
           IF fpar_value NOT = 0 THEN
               MOVE 1 TO WS-ANX-FULL
           END-IF
           MOVE "ANDB" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-ANX-YEARS
           IF WS-ANX-YEARS = 0 THEN
               MOVE 3 TO WS-ANX-YEARS
           END-IF
           OPEN INPUT fanxst
               MOVE "RUN" TO fas_code
               READ fanxst
                   INVALID KEY
                       MOVE 1 TO WS-ANX-FULL
                   NOT INVALID KEY
                       MOVE fas_stamp TO WS-ANX-SINCE
               END-READ
           CLOSE fanxst
           IF WS-ANX-FULL = 0 THEN
               PERFORM ANX_GATHER_CHANGES
           END-IF
           IF WS-ANX-FULL = 1 THEN
               DISPLAY "ANALYTICS EXTRACT - FULL"
           ELSE
               DISPLAY "ANALYTICS EXTRACT - CHANGES SINCE "
                   WS-ANX-SINCE " (" WS-ANX-CHG-CNT
                   " CHANGED RECORDS)"
           END-IF
           PERFORM ANX_STAYS
           PERFORM ANX_PAYMENTS
           PERFORM ANX_EXTRAS
           PERFORM ANX_MISSIONS
           PERFORM ANX_CANCELLATIONS
           PERFORM ANX_TURNAWAYS
           PERFORM ANX_ROOMS
           PERFORM ANX_CLIENTS
           PERFORM ANX_STAFF
           PERFORM ANX_CHANNELS
           PERFORM ANX_DATES
           PERFORM ANX_WRITE_CONTROL
           MOVE "RUN" TO WS-ANX-CODE
           MOVE 0 TO WS-ANX-NEW-HWM
           MOVE WS-ANX-TOTAL TO WS-ANX-ROWS
           PERFORM ANX_SAVE_STATE
           DISPLAY "ANALYTICS EXTRACT COMPLETE - " WS-ANX-TOTAL
               " ROWS - files/anx_control.csv".

      * WS-ANX-SINCE HOLDS THE LAST RUN'S STAMP - COLLECTS INTO
      * WS-ANX-CHANGES EVERY fresa/fresaarch/fpay/fext/fmis/fcanc/
      * fch/fcli/fpers/fpartner KEY WRITTEN, CHANGED OR DELETED
      * SINCE THEN. LAST MONTH'S ROLLED TRAIL (files/audit_YYYYMM.csv,
      * SEE ROLL_AUDIT_CSV) IS READ AS WELL SO A RUN RIGHT AFTER THE
      * ROLLOVER MISSES NOTHING; A LAST RUN OLDER THAN THAT MEANS THE
      * TRAIL IS NO LONGER COMPLETE AND THE EXTRACT GOES FULL.
       ANX_GATHER_CHANGES.
           MOVE WS-ANX-SINCE TO WS-ANX-SINCE-X
           COMPUTE WS-ANX-SINCE-YM = WS-ANX-SINCE / 1000000
           IF WS-CURRENT-MONTH = 1 THEN
               COMPUTE WS-ANX-PREV-YM =
                   (WS-CURRENT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-ANX-PREV-YM =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH - 1
           END-IF
           IF WS-ANX-SINCE-YM < WS-ANX-PREV-YM THEN
               DISPLAY "AUDIT TRAIL ROLLED SINCE THE LAST EXTRACT"
               MOVE 1 TO WS-ANX-FULL
           ELSE
               MOVE SPACES TO WS-ROLL-NAME
               STRING "files/audit_" WS-ANX-PREV-YM ".csv"
                   DELIMITED BY SIZE INTO WS-ROLL-NAME
               OPEN INPUT fcsvroll
               IF cr_fcsvroll = "00" THEN
                   MOVE 0 TO WS-ANX-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ANX-EOF = 1
                       READ fcsvroll
                           AT END
                               MOVE 1 TO WS-ANX-EOF
                           NOT AT END
                               MOVE tamp_fcsvroll TO WS-ANX-A-LINE
                               PERFORM ANX_AUDIT_LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fcsvroll
               OPEN INPUT faudit
               IF cr_faudit = "00" THEN
                   MOVE 0 TO WS-ANX-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ANX-EOF = 1
                       READ faudit
                           AT END
                               MOVE 1 TO WS-ANX-EOF
                           NOT AT END
                               MOVE tamp_faudit TO WS-ANX-A-LINE
                               PERFORM ANX_AUDIT_LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE faudit
           END-IF.

      * WS-ANX-A-LINE HOLDS ONE AUDIT TRAIL LINE
      * (YYYY-MM-DD HH:MM,user,file,key,operation) - NOTES ITS KEY
      * WHEN IT IS NO OLDER THAN THE LAST RUN AND THE FILE FEEDS
      * THE EXTRACT. A LINE STAMPED IN THE SAME MINUTE AS THE LAST
      * RUN IS TAKEN AGAIN - SENDING A ROW TWICE IS HARMLESS.
       ANX_AUDIT_LINE.
           MOVE SPACES TO WS-ANX-AUDIT-FIELDS
           UNSTRING WS-ANX-A-LINE DELIMITED BY ","
               INTO WS-ANX-A-STAMP WS-ANX-A-USER WS-ANX-A-FILE
                   WS-ANX-A-KEY WS-ANX-A-OP
           END-UNSTRING
           STRING WS-ANX-A-STAMP(1:4) WS-ANX-A-STAMP(6:2)
               WS-ANX-A-STAMP(9:2) WS-ANX-A-STAMP(12:2)
               WS-ANX-A-STAMP(15:2)
               DELIMITED BY SIZE INTO WS-ANX-A-WHEN
           IF WS-ANX-A-WHEN >= WS-ANX-SINCE-X THEN
               EVALUATE WS-ANX-A-FILE
                   WHEN "fresa"
                   WHEN "fresaarch"
                       MOVE 1 TO WS-ANX-SET
                   WHEN "fpay"
                       MOVE 2 TO WS-ANX-SET
                   WHEN "fext"
                       MOVE 3 TO WS-ANX-SET
                   WHEN "fmis"
                       MOVE 4 TO WS-ANX-SET
                   WHEN "fcanc"
                       MOVE 5 TO WS-ANX-SET
                   WHEN "fch"
                       MOVE 7 TO WS-ANX-SET
                   WHEN "fcli"
                       MOVE 8 TO WS-ANX-SET
                   WHEN "fpers"
                       MOVE 9 TO WS-ANX-SET
                   WHEN "fpartner"
                       MOVE 10 TO WS-ANX-SET
                   WHEN OTHER
                       MOVE 0 TO WS-ANX-SET
               END-EVALUATE
               IF WS-ANX-SET NOT = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ANX-A-KEY) TO WS-ANX-KEY
                   PERFORM ANX_NOTE_CHANGE
               END-IF
           END-IF.

      * WS-ANX-SET/WS-ANX-KEY NAME A CHANGED RECORD - ADDS IT TO THE
      * CHANGE TABLE ONCE. A FULL TABLE TURNS THE RUN INTO A FULL
      * EXTRACT RATHER THAN LOSE A CHANGE.
       ANX_NOTE_CHANGE.
           MOVE 0 TO WS-ANX-HIT
           PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
               UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT OR WS-ANX-HIT = 1
               IF WS-ANX-C-SET(WS-ANX-IDX) = WS-ANX-SET
                   AND WS-ANX-C-KEY(WS-ANX-IDX) = WS-ANX-KEY THEN
                   MOVE 1 TO WS-ANX-HIT
               END-IF
           END-PERFORM
           IF WS-ANX-HIT = 0 THEN
               IF WS-ANX-CHG-CNT < 3000 THEN
                   ADD 1 TO WS-ANX-CHG-CNT
                   MOVE WS-ANX-SET TO WS-ANX-C-SET(WS-ANX-CHG-CNT)
                   MOVE WS-ANX-KEY TO WS-ANX-C-KEY(WS-ANX-CHG-CNT)
               ELSE
                   IF WS-ANX-FULL = 0 THEN
                       DISPLAY "TOO MANY CHANGES FOR AN INCREMENTAL "
                           "EXTRACT"
                       MOVE 1 TO WS-ANX-FULL
                   END-IF
               END-IF
           END-IF.

      * WS-ANX-CODE AND WS-ANX-NAME MUST HOLD THE EXTRACT ABOUT TO BE
      * WRITTEN - PICKS UP ITS HIGH-WATER MARK (0 ON A FULL RUN) AND
      * OPENS THE OUTPUT FILE.
       ANX_BEGIN_FILE.
           MOVE 0 TO WS-ANX-HWM
           IF WS-ANX-FULL = 0 THEN
               OPEN INPUT fanxst
                   MOVE WS-ANX-CODE TO fas_code
                   READ fanxst
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fas_hwm TO WS-ANX-HWM
                   END-READ
               CLOSE fanxst
           END-IF
           MOVE WS-ANX-HWM TO WS-ANX-NEW-HWM
           MOVE 0 TO WS-ANX-ROWS
           OPEN OUTPUT fanx.

      * CLOSES THE EXTRACT FILE, KEEPS ITS NEW HIGH-WATER MARK AND
      * NOTES ITS ROW COUNT FOR THE CONTROL FILE.
       ANX_END_FILE.
           CLOSE fanx
           PERFORM ANX_SAVE_STATE
           ADD 1 TO WS-ANX-CTL-CNT
           MOVE WS-ANX-NAME(7:20) TO WS-ANX-CTL-FILE(WS-ANX-CTL-CNT)
           MOVE WS-ANX-ROWS TO WS-ANX-CTL-ROWS(WS-ANX-CTL-CNT)
           ADD WS-ANX-ROWS TO WS-ANX-TOTAL.

      * WS-ANX-CODE, WS-ANX-NEW-HWM AND WS-ANX-ROWS HOLD WHAT TO
      * KEEP FOR THAT EXTRACT, STAMPED WITH THIS RUN.
       ANX_SAVE_STATE.
           OPEN I-O fanxst
               MOVE WS-ANX-CODE TO fas_code
               READ fanxst
                   INVALID KEY
                       MOVE WS-ANX-NEW-HWM TO fas_hwm
                       MOVE WS-ANX-STAMP TO fas_stamp
                       MOVE WS-ANX-ROWS TO fas_rows
                       WRITE tamp_fanxst
                   NOT INVALID KEY
                       MOVE WS-ANX-NEW-HWM TO fas_hwm
                       MOVE WS-ANX-STAMP TO fas_stamp
                       MOVE WS-ANX-ROWS TO fas_rows
                       REWRITE tamp_fanxst
               END-READ
           CLOSE fanxst.

      * WS-ANX-KEY HOLDS THE KEY OF A RECORD THAT NO LONGER EXISTS -
      * TELLS THE LOADER TO DROP ITS ROW.
       ANX_DELETE_ROW.
           MOVE WS-ANX-KEY TO WS-ANX-KEY-ED
           MOVE SPACES TO tamp_fanx
           STRING "D," FUNCTION TRIM(WS-ANX-KEY-ED)
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * STAYS FACT - LIVE RESERVATIONS AND THE ARCHIVE, ONE ROW PER
      * STAY (U,resa,source L/A,room,client,guests,arrival date,
      * time,departure date,time,duration hhmm,nights,status,
      * channel,segment,plan,deposit,paid,discount,extras,promo,
      * company,group,site,booked yyyymmddhhmm,taken by).
       ANX_STAYS.
           MOVE "STAYS" TO WS-ANX-CODE
           MOVE "files/anx_stays.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fresa
           OPEN INPUT fresaarch
           MOVE WS-ANX-HWM TO fr_numResa
           MOVE 0 TO WS-ANX-EOF
           START fresa KEY IS GREATER THAN fr_numResa
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fresa NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_STAY_LIVE_ROW
                       IF fr_numResa > WS-ANX-NEW-HWM THEN
                           MOVE fr_numResa TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 1 THEN
               MOVE 0 TO WS-ANX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ANX-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-ANX-EOF
                       NOT AT END
                           PERFORM ANX_STAY_ARCH_ROW
                   END-READ
               END-PERFORM
           ELSE
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 1 THEN
                       PERFORM ANX_STAY_CHANGED
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fresaarch
           CLOSE fresa
           PERFORM ANX_END_FILE.

      * WS-ANX-IDX POINTS AT A CHANGED STAY - THE LIVE RECORD IF
      * THERE IS ONE (UNLESS THE NEW-RECORD PASS ALREADY SENT IT),
      * ELSE THE ARCHIVED ONE, ELSE A DELETION.
       ANX_STAY_CHANGED.
           MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
           MOVE WS-ANX-KEY TO fr_numResa
           READ fresa
               INVALID KEY
                   MOVE WS-ANX-KEY TO fra_numResa
                   READ fresaarch
                       INVALID KEY
                           IF WS-ANX-KEY <= WS-ANX-HWM THEN
                               PERFORM ANX_DELETE_ROW
                           END-IF
                       NOT INVALID KEY
                           PERFORM ANX_STAY_ARCH_ROW
                   END-READ
               NOT INVALID KEY
                   IF WS-ANX-KEY <= WS-ANX-HWM THEN
                       PERFORM ANX_STAY_LIVE_ROW
                   END-IF
           END-READ.

      * fr_* HOLDS A LIVE STAY - ONE STAYS ROW.
       ANX_STAY_LIVE_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fr_numResa ",L," fr_numCh "," fr_numCl ","
               fr_nb_guests "," fr_date_debut_date ","
               fr_date_debut_time "," fr_date_fin_date ","
               fr_date_fin_time "," fr_duree "," fr_nights ","
               fr_status "," fr_origin "," FUNCTION TRIM(fr_segment)
               "," FUNCTION TRIM(fr_plan) ","
               fr_deposit_entier "." fr_deposit_decimal ","
               fr_paid_entier "." fr_paid_decimal ","
               fr_discount_entier "." fr_discount_decimal ","
               fr_extra_entier "." fr_extra_decimal ","
               FUNCTION TRIM(fr_promo) "," fr_numCo "," fr_numGrp
               "," fr_site "," fr_created "," fr_taken_by
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * fra_* HOLDS AN ARCHIVED STAY - SAME LAYOUT, SOURCE A.
       ANX_STAY_ARCH_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fra_numResa ",A," fra_numCh "," fra_numCl ","
               fra_nb_guests "," fra_date_debut_date ","
               fra_date_debut_time "," fra_date_fin_date ","
               fra_date_fin_time "," fra_duree "," fra_nights ","
               fra_status "," fra_origin ","
               FUNCTION TRIM(fra_segment) ","
               FUNCTION TRIM(fra_plan) ","
               fra_deposit_entier "." fra_deposit_decimal ","
               fra_paid_entier "." fra_paid_decimal ","
               fra_discount_entier "." fra_discount_decimal ","
               fra_extra_entier "." fra_extra_decimal ","
               FUNCTION TRIM(fra_promo) "," fra_numCo ","
               fra_numGrp "," fra_site "," fra_created ","
               fra_taken_by
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * PAYMENTS FACT (U,payment,resa,date,time,amount,method,kind,
      * reversed payment,clerk,shift,currency,tendered,rate) - THE
      * AMOUNT IS ALWAYS POSITIVE, fy_kind SAYS WHICH WAY IT WENT.
       ANX_PAYMENTS.
           MOVE "PAYMENTS" TO WS-ANX-CODE
           MOVE "files/anx_payments.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fpay
           MOVE WS-ANX-HWM TO fy_numPay
           MOVE 0 TO WS-ANX-EOF
           START fpay KEY IS GREATER THAN fy_numPay
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fpay NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_PAYMENT_ROW
                       IF fy_numPay > WS-ANX-NEW-HWM THEN
                           MOVE fy_numPay TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 2
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fy_numPay
                       READ fpay
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_PAYMENT_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fpay
           PERFORM ANX_END_FILE.

      * fy_* HOLDS ONE PAYMENT LINE.
       ANX_PAYMENT_ROW.
           MOVE fy_rate TO WS-ANX-RATE-ED
           MOVE SPACES TO tamp_fanx
           STRING "U," fy_numPay "," fy_numResa "," fy_date_date ","
               fy_date_time "," fy_amount_entier "."
               fy_amount_decimal "," fy_method "," fy_kind ","
               fy_ref_pay "," fy_numP "," fy_numShift ","
               FUNCTION TRIM(fy_currency) "," fy_tendered_entier "."
               fy_tendered_decimal "," FUNCTION TRIM(WS-ANX-RATE-ED)
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * EXTRAS FACT (U,extra,resa,code,amount,date,clerk,status,
      * equipment item).
       ANX_EXTRAS.
           MOVE "EXTRAS" TO WS-ANX-CODE
           MOVE "files/anx_extras.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fext
           MOVE WS-ANX-HWM TO fe_numExt
           MOVE 0 TO WS-ANX-EOF
           START fext KEY IS GREATER THAN fe_numExt
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fext NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_EXTRA_ROW
                       IF fe_numExt > WS-ANX-NEW-HWM THEN
                           MOVE fe_numExt TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 3
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fe_numExt
                       READ fext
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_EXTRA_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fext
           PERFORM ANX_END_FILE.

      * fe_* HOLDS ONE INCIDENTAL CHARGE.
       ANX_EXTRA_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fe_numExt "," fe_numResa "," fe_code ","
               fe_amount_entier "." fe_amount_decimal "," fe_date
               "," fe_numP "," fe_status "," fe_numEq
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * MISSIONS FACT (U,mission,cleaner,room,planned start date,
      * time,planned end date,time,clocked start date,time,clocked
      * end date,time,minutes worked,needs reassign,inspected,site,
      * supply cost) - ZERO CLOCKED TIMES AND MINUTES UNTIL THE
      * MISSION IS CLOCKED OUT.
       ANX_MISSIONS.
           MOVE "MISSIONS" TO WS-ANX-CODE
           MOVE "files/anx_missions.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fmis
           MOVE WS-ANX-HWM TO fm_numM
           MOVE 0 TO WS-ANX-EOF
           START fmis KEY IS GREATER THAN fm_numM
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fmis NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_MISSION_ROW
                       IF fm_numM > WS-ANX-NEW-HWM THEN
                           MOVE fm_numM TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 4
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fm_numM
                       READ fmis
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_MISSION_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fmis
           PERFORM ANX_END_FILE.

      * fm_* HOLDS ONE CLEANING MISSION.
       ANX_MISSION_ROW.
           MOVE 0 TO WS-ANX-MIN
           IF fm_reel_debut_year NOT = 0
               AND fm_reel_fin_year NOT = 0 THEN
               MOVE fm_reel_debut_date TO WS-ANX-D1
               MOVE fm_reel_fin_date TO WS-ANX-D2
               COMPUTE WS-ANX-MIN =
                   (FUNCTION INTEGER-OF-DATE(WS-ANX-D2)
                   - FUNCTION INTEGER-OF-DATE(WS-ANX-D1)) * 1440
                   + fm_reel_fin_hours * 60 + fm_reel_fin_minute
                   - fm_reel_debut_hours * 60 - fm_reel_debut_minute
               IF WS-ANX-MIN < 0 THEN
                   MOVE 0 TO WS-ANX-MIN
               END-IF
           END-IF
           MOVE WS-ANX-MIN TO WS-ANX-MIN-ED
           MOVE fm_supply_cost TO WS-ANX-COST-ED
           MOVE SPACES TO tamp_fanx
           STRING "U," fm_numM "," fm_numP "," fm_numCh ","
               fm_debut_date "," fm_debut_time "," fm_fin_date ","
               fm_fin_time "," fm_reel_debut_date ","
               fm_reel_debut_time "," fm_reel_fin_date ","
               fm_reel_fin_time "," FUNCTION TRIM(WS-ANX-MIN-ED) ","
               fm_needs_reassign "," fm_inspected "," fm_site ","
               FUNCTION TRIM(WS-ANX-COST-ED)
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * CANCELLATIONS FACT (U,cancellation,resa,client,room,date,
      * time,clerk,reason,deposit,fee,refund).
       ANX_CANCELLATIONS.
           MOVE "CANCELS" TO WS-ANX-CODE
           MOVE "files/anx_cancellations.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fcanc
           MOVE WS-ANX-HWM TO fx_numCanc
           MOVE 0 TO WS-ANX-EOF
           START fcanc KEY IS GREATER THAN fx_numCanc
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fcanc NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_CANCEL_ROW
                       IF fx_numCanc > WS-ANX-NEW-HWM THEN
                           MOVE fx_numCanc TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 5
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fx_numCanc
                       READ fcanc
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_CANCEL_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fcanc
           PERFORM ANX_END_FILE.

      * fx_* HOLDS ONE CANCELLATION.
       ANX_CANCEL_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fx_numCanc "," fx_numResa "," fx_numCl ","
               fx_numCh "," fx_date_date "," fx_date_time ","
               fx_numP "," fx_reason "," fx_deposit_entier "."
               fx_deposit_decimal "," fx_fee_entier "."
               fx_fee_decimal "," fx_refund_entier "."
               fx_refund_decimal
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * TURN-AWAYS FACT (U,line number,then the fturn line as logged:
      * date,weekday,hour,reason,room type,party size). fturn IS
      * ONLY EVER APPENDED TO, SO THE HIGH-WATER MARK IS THE LINE
      * COUNT; A LOG SHORTER THAN THAT HAS BEEN REPLACED AND IS SENT
      * WHOLE AGAIN.
       ANX_TURNAWAYS.
           MOVE "TURNAWAY" TO WS-ANX-CODE
           MOVE "files/anx_turnaways.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           IF WS-ANX-HWM NOT = 0 THEN
               MOVE 0 TO WS-ANX-LINE
               OPEN INPUT fturn
               IF cr_fturn = "00" THEN
                   MOVE 0 TO WS-ANX-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ANX-EOF = 1
                       READ fturn
                           AT END
                               MOVE 1 TO WS-ANX-EOF
                           NOT AT END
                               ADD 1 TO WS-ANX-LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE fturn
               IF WS-ANX-LINE < WS-ANX-HWM THEN
                   DISPLAY "TURN-AWAY LOG REPLACED - SENT WHOLE"
                   MOVE 0 TO WS-ANX-HWM
               END-IF
           END-IF
           MOVE 0 TO WS-ANX-LINE
           OPEN INPUT fturn
           IF cr_fturn = "00" THEN
               MOVE 0 TO WS-ANX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ANX-EOF = 1
                   READ fturn
                       AT END
                           MOVE 1 TO WS-ANX-EOF
                       NOT AT END
                           ADD 1 TO WS-ANX-LINE
                           IF WS-ANX-LINE > WS-ANX-HWM THEN
                               MOVE WS-ANX-LINE TO WS-ANX-KEY-ED
                               MOVE SPACES TO tamp_fanx
                               STRING "U,"
                                   FUNCTION TRIM(WS-ANX-KEY-ED) ","
                                   FUNCTION TRIM(tamp_fturn)
                                   DELIMITED BY SIZE INTO tamp_fanx
                               WRITE tamp_fanx
                               ADD 1 TO WS-ANX-ROWS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE fturn
           MOVE WS-ANX-LINE TO WS-ANX-NEW-HWM
           PERFORM ANX_END_FILE.

      * ROOMS DIMENSION (U,room,type,area,bed,status,zone,site,
      * opening hour,closing hour,hourly rate,weekend rate,
      * in service from,retired on).
       ANX_ROOMS.
           MOVE "ROOMS" TO WS-ANX-CODE
           MOVE "files/anx_rooms.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fch
           MOVE WS-ANX-HWM TO fc_numCh
           MOVE 0 TO WS-ANX-EOF
           START fch KEY IS GREATER THAN fc_numCh
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fch NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_ROOM_ROW
                       IF fc_numCh > WS-ANX-NEW-HWM THEN
                           MOVE fc_numCh TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 7
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fc_numCh
                       READ fch
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_ROOM_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fch
           PERFORM ANX_END_FILE.

      * fc_* HOLDS ONE ROOM.
       ANX_ROOM_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fc_numCh "," FUNCTION TRIM(fc_typeCh) ","
               fc_superficie "," fc_lit "," fc_status "," fc_zone
               "," fc_site "," fc_open_hour "," fc_close_hour ","
               fc_prix_heure_entier "." fc_prix_heure_decimal ","
               fc_prix_heure_weekend_entier "."
               fc_prix_heure_weekend_decimal "," fc_in_service ","
               fc_retired
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * CLIENTS DIMENSION - NO NAME, ADDRESS OR FULL BIRTH DATE
      * LEAVES THE BUILDING (U,client,initial,masked phone,birth
      * year,status,segment,rfm audience,r,f,m,lifetime value,
      * stays,last stay,points,company).
       ANX_CLIENTS.
           MOVE "CLIENTS" TO WS-ANX-CODE
           MOVE "files/anx_clients.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fcli
           MOVE WS-ANX-HWM TO fcl_numCl
           MOVE 0 TO WS-ANX-EOF
           START fcli KEY IS GREATER THAN fcl_numCl
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fcli NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_CLIENT_ROW
                       IF fcl_numCl > WS-ANX-NEW-HWM THEN
                           MOVE fcl_numCl TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 8
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fcl_numCl
                       READ fcli
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_CLIENT_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fcli
           PERFORM ANX_END_FILE.

      * fcl_* HOLDS ONE CLIENT - THE PHONE GOES OUT MASKED THE SAME
      * WAY AS IN THE CLIENT EXPORT.
       ANX_CLIENT_ROW.
           MOVE 0 TO WS-MSK-FULL
           PERFORM MASK_TEL_APPLY
           MOVE SPACES TO tamp_fanx
           STRING "U," fcl_numCl "," fcl_nom(1:1) "," WS-MSK-TEL ","
               fcl_year "," fcl_status "," FUNCTION TRIM(fcl_segment)
               "," FUNCTION TRIM(fcl_rfm_seg) "," fcl_rfm_r ","
               fcl_rfm_f "," fcl_rfm_m "," fcl_ltv_entier "."
               fcl_ltv_decimal "," fcl_stays "," fcl_last_stay ","
               fcl_points "," fcl_numCo
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * STAFF DIMENSION (U,staff,name,first name,type,hired,active,
      * site,hourly cost) - NOTHING FROM THE PASSWORD OR LOCKOUT
      * FIELDS.
       ANX_STAFF.
           MOVE "STAFF" TO WS-ANX-CODE
           MOVE "files/anx_staff.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           OPEN INPUT fpers
           MOVE WS-ANX-HWM TO fp_numP
           MOVE 0 TO WS-ANX-EOF
           START fpers KEY IS GREATER THAN fp_numP
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fpers NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_STAFF_ROW
                       IF fp_numP > WS-ANX-NEW-HWM THEN
                           MOVE fp_numP TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 9
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fp_numP
                       READ fpers
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_STAFF_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fpers
           PERFORM ANX_END_FILE.

      * fp_* HOLDS ONE STAFF MEMBER.
       ANX_STAFF_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fp_numP "," FUNCTION TRIM(fp_nom) ","
               FUNCTION TRIM(fp_prenom) "," fp_type ","
               fp_dateEmbauche "," fp_actif "," fp_site ","
               fp_cost_entier "." fp_cost_decimal
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * CHANNELS DIMENSION (U,fr_origin code,name,commission rate) -
      * CODE 0 IS THE HOUSE'S OWN DIRECT BOOKINGS.
       ANX_CHANNELS.
           MOVE "CHANNELS" TO WS-ANX-CODE
           MOVE "files/anx_channels.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           IF WS-ANX-FULL = 1 THEN
               MOVE SPACES TO tamp_fanx
               STRING "U,0,DIRECT,00.00"
                   DELIMITED BY SIZE INTO tamp_fanx
               WRITE tamp_fanx
               ADD 1 TO WS-ANX-ROWS
           END-IF
           OPEN INPUT fpartner
           MOVE WS-ANX-HWM TO fpt_numPt
           MOVE 0 TO WS-ANX-EOF
           START fpartner KEY IS GREATER THAN fpt_numPt
               INVALID KEY
                   MOVE 1 TO WS-ANX-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-EOF = 1
               READ fpartner NEXT
                   AT END
                       MOVE 1 TO WS-ANX-EOF
                   NOT AT END
                       PERFORM ANX_CHANNEL_ROW
                       IF fpt_numPt > WS-ANX-NEW-HWM THEN
                           MOVE fpt_numPt TO WS-ANX-NEW-HWM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ANX-FULL = 0 THEN
               PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
                   UNTIL WS-ANX-IDX > WS-ANX-CHG-CNT
                   IF WS-ANX-C-SET(WS-ANX-IDX) = 10
                       AND WS-ANX-C-KEY(WS-ANX-IDX) <= WS-ANX-HWM
                   THEN
                       MOVE WS-ANX-C-KEY(WS-ANX-IDX) TO WS-ANX-KEY
                       MOVE WS-ANX-KEY TO fpt_numPt
                       READ fpartner
                           INVALID KEY
                               PERFORM ANX_DELETE_ROW
                           NOT INVALID KEY
                               PERFORM ANX_CHANNEL_ROW
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE fpartner
           PERFORM ANX_END_FILE.

      * fpt_* HOLDS ONE CHANNEL PARTNER.
       ANX_CHANNEL_ROW.
           MOVE SPACES TO tamp_fanx
           STRING "U," fpt_numPt "," FUNCTION TRIM(fpt_nom) ","
               fpt_rate(1:2) "." fpt_rate(3:2)
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS.

      * DATES DIMENSION (U,date,year,quarter,month,day,weekday 0 SAT
      * TO 6 FRI,weekend 1/0) - FROM 1 JANUARY WS-ANX-YEARS YEARS
      * BACK ON A FULL RUN, THEN ONLY THE DAYS NOT SENT YET, ALWAYS
      * THROUGH THE END OF NEXT YEAR SO FORWARD BOOKINGS JOIN.
       ANX_DATES.
           MOVE "DATES" TO WS-ANX-CODE
           MOVE "files/anx_dates.csv" TO WS-ANX-NAME
           PERFORM ANX_BEGIN_FILE
           IF WS-ANX-HWM = 0 THEN
               COMPUTE WS-ANX-D1 =
                   (WS-CURRENT-YEAR - WS-ANX-YEARS) * 10000 + 0101
               COMPUTE WS-ANX-D-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ANX-D1)
           ELSE
               MOVE WS-ANX-HWM TO WS-ANX-D1
               COMPUTE WS-ANX-D-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ANX-D1) + 1
           END-IF
           COMPUTE WS-ANX-D2 = (WS-CURRENT-YEAR + 1) * 10000 + 1231
           COMPUTE WS-ANX-D-END = FUNCTION INTEGER-OF-DATE(WS-ANX-D2)
           PERFORM WITH TEST BEFORE UNTIL WS-ANX-D-INT > WS-ANX-D-END
               PERFORM ANX_DATE_ROW
               ADD 1 TO WS-ANX-D-INT
           END-PERFORM
           PERFORM ANX_END_FILE.

      * WS-ANX-D-INT HOLDS THE DAY AS AN INTEGER DATE - ONE ROW.
      * INTEGER DAY 1 (1601-01-01) WAS A MONDAY, SO ADDING ONE
      * BEFORE THE MODULO GIVES THE HOUSE'S 0 = SATURDAY NUMBERING
      * (SEE GET_DAY_OF_WEEK).
       ANX_DATE_ROW.
           COMPUTE WS-ANX-DAY-N = FUNCTION DATE-OF-INTEGER(WS-ANX-D-INT)
           COMPUTE WS-ANX-D-DOW = FUNCTION MOD(WS-ANX-D-INT + 1, 7)
           IF WS-ANX-D-DOW < 2 THEN
               MOVE 1 TO WS-ANX-D-WKND
           ELSE
               MOVE 0 TO WS-ANX-D-WKND
           END-IF
           COMPUTE WS-ANX-D-QTR = (WS-ANX-D-MONTH + 2) / 3
           MOVE SPACES TO tamp_fanx
           STRING "U," WS-ANX-DAY "," WS-ANX-D-YEAR "," WS-ANX-D-QTR
               "," WS-ANX-D-MONTH "," WS-ANX-D-DAY "," WS-ANX-D-DOW
               "," WS-ANX-D-WKND
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           ADD 1 TO WS-ANX-ROWS
           MOVE WS-ANX-DAY-N TO WS-ANX-NEW-HWM.

      * files/anx_control.csv - WRITTEN LAST, ONCE EVERY DATA FILE IS
      * CLOSED: RUN,stamp,FULL/INCR,site,changes since; ONE
      * FILE,name,rows LINE PER EXTRACT FILE; END,total rows. THE
      * LOADER TAKES NOTHING UNTIL THIS FILE IS THERE AND EVERY
      * COUNT MATCHES.
       ANX_WRITE_CONTROL.
           MOVE "files/anx_control.csv" TO WS-ANX-NAME
           OPEN OUTPUT fanx
           MOVE SPACES TO tamp_fanx
           IF WS-ANX-FULL = 1 THEN
               STRING "RUN," WS-ANX-STAMP ",FULL," WS-SITE-NUM ","
                   WS-ANX-SINCE DELIMITED BY SIZE INTO tamp_fanx
           ELSE
               STRING "RUN," WS-ANX-STAMP ",INCR," WS-SITE-NUM ","
                   WS-ANX-SINCE DELIMITED BY SIZE INTO tamp_fanx
           END-IF
           WRITE tamp_fanx
           PERFORM VARYING WS-ANX-IDX FROM 1 BY 1
               UNTIL WS-ANX-IDX > WS-ANX-CTL-CNT
               MOVE WS-ANX-CTL-ROWS(WS-ANX-IDX) TO WS-ANX-KEY-ED
               MOVE SPACES TO tamp_fanx
               STRING "FILE,"
                   FUNCTION TRIM(WS-ANX-CTL-FILE(WS-ANX-IDX)) ","
                   FUNCTION TRIM(WS-ANX-KEY-ED)
                   DELIMITED BY SIZE INTO tamp_fanx
               WRITE tamp_fanx
           END-PERFORM
           MOVE WS-ANX-TOTAL TO WS-ANX-KEY-ED
           MOVE SPACES TO tamp_fanx
           STRING "END," FUNCTION TRIM(WS-ANX-KEY-ED)
               DELIMITED BY SIZE INTO tamp_fanx
           WRITE tamp_fanx
           CLOSE fanx.

      * APPENDS THIS HOUSE'S ONE-LINE DAY SUMMARY
      * (site,date,revenue,occupied,rooms,missions done,referrals
      * sent,referrals received,referred revenue,stock transfers
      * out,in,short) TO
      * files/site_summary.csv - THE NIGHTLY EXCHANGE CARRIES EACH
      * HOUSE'S FILE TO THE OTHER AS site_summary_other.csv AND THE
      * OWNER ROLL-UP READS BOTH.
       EXPORT_SITE_SUMMARY.
           MOVE 0 TO WS-REV-GRAND-TOTAL
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE fc_numCh TO WS-NUM-CH
                           PERFORM CALC_ROOM_REVENUE_FOR_DAY
                           ADD WS-REV-ROOM-SUBTOTAL TO
                               WS-REV-GRAND-TOTAL
                   END-READ
               END-PERFORM
           CLOSE fch
           MOVE 0 TO WS-SIT-ROOMS
           MOVE 0 TO WS-SIT-OCCUPIED
      *    ROOMS = THE INVENTORY OF THE DAY BEING SUMMARISED
           PERFORM LOAD_RENOVATION_PERIODS
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE WS-CURRENT-DATE TO WS-RIN-DATE
                           PERFORM ROOM_IN_INVENTORY
                           IF WS-RIN-IN = 1 THEN
                               ADD 1 TO WS-SIT-ROOMS
                               PERFORM DETERMINE_ROOM_OCCUPANCY
                               IF WS-OCC-STATUS NOT = "FREE" THEN
                                   ADD 1 TO WS-SIT-OCCUPIED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           MOVE 0 TO WS-SIT-MISSIONS
           OPEN INPUT fmis
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fmis NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fm_fin_date = WS-CURRENT-DATE AND
                               fm_reel_fin_year NOT = 0 THEN
                               ADD 1 TO WS-SIT-MISSIONS
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fmis
           PERFORM XSITE_TALLY_DAY
           MOVE WS-SIT-RREV TO WS-SIT-RREV-ED
           PERFORM XFER_TALLY_DAY
           MOVE WS-SIT-XOUT TO WS-SIT-XOUT-ED
           MOVE WS-SIT-XIN TO WS-SIT-XIN-ED
           MOVE WS-SIT-XSHORT TO WS-SIT-XSHORT-ED
           OPEN EXTEND fsitesum
               MOVE SPACES TO tamp_fsitesum
               STRING WS-SITE-NUM ","
                   WS-CURRENT-DATE ","
                   WS-REV-GRAND-TOTAL ","
                   WS-SIT-OCCUPIED ","
                   WS-SIT-ROOMS ","
                   WS-SIT-MISSIONS ","
                   WS-SIT-RSENT ","
                   WS-SIT-RRECV ","
                   WS-SIT-RREV-ED ","
                   WS-SIT-XOUT-ED ","
                   WS-SIT-XIN-ED ","
                   WS-SIT-XSHORT-ED
                   DELIMITED BY SIZE INTO tamp_fsitesum
               WRITE tamp_fsitesum
           CLOSE fsitesum
           DISPLAY "SITE " WS-SITE-NUM " DAY SUMMARY APPENDED".

      * CONSUMES THE OTHER HOUSE'S STOCK TRANSFER FILE - ITS
      * SHIPMENTS BECOME INCOMING TRANSFERS HERE, IN TRANSIT UNTIL
      * THE BOX IS BOOKED IN (STOCK_TRANSFER_IN), AND ITS RECEIPTS
      * CLOSE OUR OWN SHIPMENTS WITH WHATEVER SHORTFALL IT FOUND.
      * THE FILE IS EMPTIED AFTERWARDS SO A SECOND RUN CANNOT POST
      * ANYTHING TWICE.
       STOCK_TRANSFER_EXCHANGE.
           MOVE 0 TO WS-XFR-IN-CNT
           MOVE 0 TO WS-XFR-C-CNT
           MOVE 0 TO WS-XFR-CUR
           OPEN INPUT fxferin
           IF cr_fxferin NOT = "00" THEN
               CLOSE fxferin
           ELSE
               MOVE 0 TO WS-XFR-IN-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XFR-IN-EOF = 1
                   READ fxferin
                       AT END
                           MOVE 1 TO WS-XFR-IN-EOF
                       NOT AT END
                           PERFORM XFER_EXCHANGE_LINE
                   END-READ
               END-PERFORM
               CLOSE fxferin
               OPEN OUTPUT fxferin
               CLOSE fxferin
               DISPLAY "STOCK TRANSFERS - " WS-XFR-IN-CNT
                   " INCOMING, " WS-XFR-C-CNT " RECEIPT LINES"
           END-IF.

      * tamp_fxferin HOLDS ONE EXCHANGE LINE.
       XFER_EXCHANGE_LINE.
           MOVE SPACES TO WS-XFR-FIELDS
           UNSTRING tamp_fxferin DELIMITED BY ","
               INTO WS-XFR-P-KIND WS-XFR-P-1 WS-XFR-P-2 WS-XFR-P-3
                   WS-XFR-P-4 WS-XFR-P-5
           EVALUATE WS-XFR-P-KIND
               WHEN "T"
                   PERFORM XFER_INBOUND_HEADER
               WHEN "L"
                   IF WS-XFR-CUR NOT = 0 THEN
                       PERFORM XFER_INBOUND_LINE
                   END-IF
               WHEN "C"
                   PERFORM XFER_RECEIPT_CONFIRM
           END-EVALUATE.

      * A T LINE (site,transfer,ship date) - OPENS THE INCOMING
      * TRANSFER THE FOLLOWING L LINES GO UNDER (WS-XFR-CUR). ONE
      * ALREADY ON FILE FROM THAT HOUSE IS PASSED OVER WITH ITS
      * LINES.
       XFER_INBOUND_HEADER.
           COMPUTE WS-XFR-SITE = FUNCTION NUMVAL(WS-XFR-P-1)
           COMPUTE WS-XFR-FIND = FUNCTION NUMVAL(WS-XFR-P-2)
           MOVE 0 TO WS-XFR-CUR
           MOVE 0 TO WS-XFR-OK
           OPEN INPUT fxfer
               MOVE WS-XFR-FIND TO fxt_ref
               START fxfer KEY IS EQUAL fxt_ref
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-XFR-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                           READ fxfer NEXT
                               AT END
                                   MOVE 1 TO WS-XFR-EOF
                               NOT AT END
                                   IF fxt_ref NOT = WS-XFR-FIND THEN
                                       MOVE 1 TO WS-XFR-EOF
                                   ELSE
                                       IF fxt_dir = "I" AND
                                           fxt_site = WS-XFR-SITE THEN
                                           MOVE 1 TO WS-XFR-OK
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fxfer
           IF WS-XFR-OK = 0 THEN
               PERFORM GET_LASTID_XFER
               MOVE "I" TO fxt_dir
               MOVE WS-XFR-SITE TO fxt_site
               MOVE WS-XFR-FIND TO fxt_ref
               MOVE 0 TO fxt_status
               COMPUTE fxt_ship_date = FUNCTION NUMVAL(WS-XFR-P-3)
               MOVE 0 TO fxt_recv_date
               MOVE 0 TO fxt_numP
               MOVE 0 TO fxt_value
               MOVE 0 TO fxt_short_value
               OPEN I-O fxfer
                   WRITE tamp_fxfer
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE fxt_numXf TO WS-XFR-CUR
                           ADD 1 TO WS-XFR-IN-CNT
                           MOVE "fxfer" TO WS-AUDIT-FILE
                           MOVE fxt_numXf TO WS-AUDIT-KEY
                           MOVE "ADD" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                   END-WRITE
               CLOSE fxfer
           END-IF.

      * AN L LINE (transfer,item,label,qty,unit cost) - ONE LINE OF
      * THE INCOMING TRANSFER WS-XFR-CUR, ITS VALUE ADDED TO THE
      * HEADER.
       XFER_INBOUND_LINE.
           PERFORM GET_LASTID_XFER_LINE
           MOVE WS-XFR-CUR TO fxl_numXf
           COMPUTE fxl_numItem = FUNCTION NUMVAL(WS-XFR-P-2)
           MOVE WS-XFR-P-3 TO fxl_label
           COMPUTE fxl_qty_sent = FUNCTION NUMVAL(WS-XFR-P-4)
           MOVE 0 TO fxl_qty_recv
           COMPUTE fxl_unit_cost =
               FUNCTION NUMVAL(WS-XFR-P-5) / 10000
           OPEN I-O fxferl
               WRITE tamp_fxferl
                   INVALID KEY
                       CONTINUE
               END-WRITE
           CLOSE fxferl
           OPEN I-O fxfer
               MOVE WS-XFR-CUR TO fxt_numXf
               READ fxfer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE fxt_value ROUNDED = fxt_value +
                           (fxl_qty_sent * fxl_unit_cost)
                       REWRITE tamp_fxfer
               END-READ
           CLOSE fxfer.

      * A C LINE (our transfer,receipt date,item,qty received) - THE
      * OTHER HOUSE BOOKED OUR BOX IN: THE LINE TAKES THE ARRIVED
      * COUNT AND THE SHIPMENT CLOSES, SHORT WHEN ANY LINE CAME UP
      * SHORT.
       XFER_RECEIPT_CONFIRM.
           COMPUTE WS-XFR-FIND = FUNCTION NUMVAL(WS-XFR-P-1)
           COMPUTE WS-XFR-ITEM = FUNCTION NUMVAL(WS-XFR-P-3)
           COMPUTE WS-XFR-QTY = FUNCTION NUMVAL(WS-XFR-P-4)
           MOVE 0 TO WS-XFR-SHORT
           OPEN I-O fxferl
               MOVE WS-XFR-FIND TO fxl_numXf
               START fxferl KEY IS EQUAL fxl_numXf
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-XFR-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                           READ fxferl NEXT
                               AT END
                                   MOVE 1 TO WS-XFR-EOF
                               NOT AT END
                                   IF fxl_numXf NOT = WS-XFR-FIND THEN
                                       MOVE 1 TO WS-XFR-EOF
                                   ELSE
                                       IF fxl_numItem = WS-XFR-ITEM
                                           THEN
                                           PERFORM XFER_CONFIRM_ONE_LINE
                                           MOVE 1 TO WS-XFR-EOF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fxferl
           OPEN I-O fxfer
               MOVE WS-XFR-FIND TO fxt_numXf
               READ fxfer
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fxt_dir = "O" THEN
                           COMPUTE fxt_recv_date =
                               FUNCTION NUMVAL(WS-XFR-P-2)
                           IF WS-XFR-SHORT NOT = 0 THEN
                               MOVE 2 TO fxt_status
                               ADD WS-XFR-SHORT TO fxt_short_value
                           ELSE
                               IF fxt_status = 0 THEN
                                   MOVE 1 TO fxt_status
                               END-IF
                           END-IF
                           REWRITE tamp_fxfer
                           MOVE "fxfer" TO WS-AUDIT-FILE
                           MOVE fxt_numXf TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                       END-IF
               END-READ
           CLOSE fxfer
           ADD 1 TO WS-XFR-C-CNT.

      * tamp_fxferl HOLDS THE SHIPPED LINE THE RECEIPT NAMES (fxferl
      * OPEN I-O) - WS-XFR-SHORT COMES BACK AS ITS SHORTFALL VALUE.
       XFER_CONFIRM_ONE_LINE.
           IF WS-XFR-QTY > fxl_qty_sent THEN
               MOVE fxl_qty_sent TO WS-XFR-QTY
           END-IF
           MOVE WS-XFR-QTY TO fxl_qty_recv
           REWRITE tamp_fxferl
           IF WS-XFR-QTY < fxl_qty_sent THEN
               COMPUTE WS-XFR-SHORT ROUNDED =
                   (fxl_qty_sent - WS-XFR-QTY) * fxl_unit_cost
           END-IF.

      * EVERY STOCK TRANSFER IN AND OUT OF THIS HOUSE, NEWEST LAST,
      * WITH ITS ITEMS - SENT AGAINST ARRIVED - SO THE SHELF
      * MOVEMENTS A STOCKTAKE WOULD OTHERWISE CALL VARIANCES ARE
      * ACCOUNTED FOR.
       STOCK_TRANSFER_HISTORY.
           MOVE "STKXFER" TO WS-RPT-CODE
           MOVE "STOCK TRANSFERS BETWEEN THE HOUSES" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE "NUMBER DIR SITE   REF STATUS     SHIPPED  RECEIVED"
               TO WS-RPT-LINE
           MOVE "      VALUE      SHORT" TO WS-RPT-LINE(52:22)
           PERFORM REPORT_LINE
           OPEN INPUT fxfer
               MOVE 0 TO WS-XFR-IN-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XFR-IN-EOF = 1
                   READ fxfer NEXT
                       AT END
                           MOVE 1 TO WS-XFR-IN-EOF
                       NOT AT END
                           PERFORM XFER_HISTORY_ONE
                   END-READ
               END-PERFORM
           CLOSE fxfer
           PERFORM END_REPORT.

      * tamp_fxfer HOLDS ONE TRANSFER - ITS LINE AND ITS ITEMS.
       XFER_HISTORY_ONE.
           EVALUATE fxt_status
               WHEN 0
                   MOVE "IN TRANSIT" TO WS-XFR-STATE
               WHEN 1
                   MOVE "RECEIVED" TO WS-XFR-STATE
               WHEN OTHER
                   MOVE "SHORT" TO WS-XFR-STATE
           END-EVALUATE
           MOVE fxt_value TO WS-XFR-VALUE-ED
           MOVE fxt_short_value TO WS-XFR-SHORT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING fxt_numXf "  " fxt_dir "   " fxt_site "  "
               fxt_ref " " WS-XFR-STATE " " fxt_ship_date "  "
               fxt_recv_date " " WS-XFR-VALUE-ED " "
               WS-XFR-SHORT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE fxt_numXf TO WS-XFR-CUR
           OPEN INPUT fxferl
               MOVE WS-XFR-CUR TO fxl_numXf
               START fxferl KEY IS EQUAL fxl_numXf
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-XFR-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                           READ fxferl NEXT
                               AT END
                                   MOVE 1 TO WS-XFR-EOF
                               NOT AT END
                                   IF fxl_numXf NOT = WS-XFR-CUR THEN
                                       MOVE 1 TO WS-XFR-EOF
                                   ELSE
                                       MOVE SPACES TO WS-RPT-LINE
                                       STRING "    ITEM " fxl_numItem
                                           " " fxl_label " SENT "
                                           fxl_qty_sent " ARRIVED "
                                           fxl_qty_recv
                                           DELIMITED BY SIZE
                                           INTO WS-RPT-LINE
                                       PERFORM REPORT_LINE
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fxferl.

      * THE DAY'S STOCK TRANSFER VALUES FOR THE SUMMARY LINE -
      * SHIPPED TODAY, RECEIVED TODAY (WHAT ARRIVED) AND THE
      * SHORTFALL FOUND ON TODAY'S RECEIPTS.
       XFER_TALLY_DAY.
           MOVE 0 TO WS-SIT-XOUT
           MOVE 0 TO WS-SIT-XIN
           MOVE 0 TO WS-SIT-XSHORT
           OPEN INPUT fxfer
               MOVE 0 TO WS-XFR-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XFR-EOF = 1
                   READ fxfer NEXT
                       AT END
                           MOVE 1 TO WS-XFR-EOF
                       NOT AT END
                           IF fxt_dir = "O" AND
                               fxt_ship_date = WS-CURRENT-DATE THEN
                               ADD fxt_value TO WS-SIT-XOUT
                           END-IF
                           IF fxt_dir = "I" AND fxt_status NOT = 0 AND
                               fxt_recv_date = WS-CURRENT-DATE THEN
                               COMPUTE WS-SIT-XIN = WS-SIT-XIN +
                                   fxt_value - fxt_short_value
                               ADD fxt_short_value TO WS-SIT-XSHORT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fxfer.

      * THE DAY'S REFERRAL COUNTS FOR THE SUMMARY LINE - REFERRALS
      * SENT AND RECEIVED TODAY, AND THE REVENUE OF REFERRED STAYS
      * THAT CHECKED OUT TODAY (PRICED AS STAY_BALANCE_DUE DOES, PLUS
      * THEIR EXTRAS).
       XSITE_TALLY_DAY.
           MOVE 0 TO WS-SIT-RSENT
           MOVE 0 TO WS-SIT-RRECV
           MOVE 0 TO WS-SIT-RREV
           OPEN INPUT freferral
               MOVE 0 TO WS-XS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XS-EOF = 1
                   READ freferral NEXT
                       AT END
                           MOVE 1 TO WS-XS-EOF
                       NOT AT END
                           IF frf_made_date = WS-CURRENT-DATE THEN
                               IF frf_dir = "S" THEN
                                   ADD 1 TO WS-SIT-RSENT
                               ELSE
                                   ADD 1 TO WS-SIT-RRECV
                               END-IF
                           END-IF
                           IF frf_dir = "R" THEN
                               PERFORM XSITE_TALLY_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE freferral.

      * tamp_freferral HOLDS A RECEIVED REFERRAL - ADDS ITS STAY TO
      * THE DAY'S REFERRED REVENUE WHEN IT CHECKED OUT TODAY.
       XSITE_TALLY_REVENUE.
           OPEN INPUT fresa
               MOVE frf_numResa TO fr_numResa
               READ fresa
                   INVALID KEY
                       MOVE 0 TO fr_status
               END-READ
           CLOSE fresa
           IF fr_status = 2 AND fr_date_fin_date = WS-CURRENT-DATE
               THEN
               PERFORM STAY_BALANCE_DUE
               COMPUTE WS-SIT-RREV = WS-SIT-RREV + WS-REV-NET +
                   fr_extra_entier + (fr_extra_decimal / 100)
           END-IF.

      * REBUILDS files/site_avail.csv FOR THE OTHER HOUSE - A HEADER
      * STAMPED WITH THIS SITE AND THE TIME, EVERY IN-SERVICE ROOM
      * WITH ITS BEDS, TODAY'S HOURLY RATE AND OPERATING WINDOW, AND
      * EVERY LIVE STAY (BOOKED OR IN HOUSE) THAT HAS NOT ENDED AND
      * STARTS WITHIN THE fparam "XSHZ" HORIZON (DAYS, DEFAULT 7).
      * RUN ON EVERY BATCH INVOCATION SO THE COPY THE EXCHANGE
      * CARRIES ACROSS IS NEVER MORE THAN ONE CYCLE OLD.
       XSITE_PUBLISH.
           MOVE "XSHZ" TO fpar_key
           PERFORM GET_PARAM_RATE
           IF fpar_value = 0 THEN
               MOVE 7 TO WS-ADD-DAYS
           ELSE
               MOVE fpar_value TO WS-ADD-DAYS
           END-IF
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM ADD_DAYS_TO_WORK_DATE
           MOVE WS-WORK-DATE TO WS-XS-HORIZON
           MOVE 0 TO WS-XS-LINES
           OPEN OUTPUT fsiteav
           MOVE SPACES TO tamp_fsiteav
           STRING "H," WS-SITE-NUM "," WS-CURRENT-DATE
               WS-CURRENT-HOURS WS-CURRENT-MINUTE
               DELIMITED BY SIZE INTO tamp_fsiteav
           WRITE tamp_fsiteav
           PERFORM LOAD_RENOVATION_PERIODS
           OPEN INPUT fch
               MOVE 0 TO WS-XS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XS-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-XS-EOF
                       NOT AT END
                           IF fc_status = 0 AND
                               fc_in_service <= WS-CURRENT-DATE AND
                               (fc_retired = 0 OR
                               fc_retired > WS-CURRENT-DATE) THEN
                               PERFORM XSITE_PUBLISH_ROOM
                               PERFORM XSITE_PUBLISH_OUTAGES
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           OPEN INPUT fresa
               MOVE 0 TO WS-XS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XS-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-XS-EOF
                       NOT AT END
                           IF (fr_status = 0 OR fr_status = 1) AND
                               fr_date_fin_date >= WS-CURRENT-DATE AND
                               fr_date_debut_date <= WS-XS-HORIZON
                               THEN
                               MOVE SPACES TO tamp_fsiteav
                               STRING "B," fr_numCh ","
                                   fr_date_debut "," fr_date_fin
                                   DELIMITED BY SIZE INTO tamp_fsiteav
                               WRITE tamp_fsiteav
                               ADD 1 TO WS-XS-LINES
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           CLOSE fsiteav
           DISPLAY "SITE AVAILABILITY PUBLISHED - " WS-XS-LINES
               " LINES - files/site_avail.csv".

      * tamp_fch HOLDS AN IN-SERVICE ROOM - ITS R LINE, PRICED FOR
      * TODAY THROUGH THE SAME GET_ROOM_RATE_FOR_DATE CHAIN.
       XSITE_PUBLISH_ROOM.
           MOVE WS-CURRENT-DATE TO fr_date_debut_date
           PERFORM GET_ROOM_RATE_FOR_DATE
           MOVE SPACES TO tamp_fsiteav
           STRING "R," fc_numCh ","
               FUNCTION TRIM(fc_typeCh) ","
               fc_lit "," WS-REV-PRICE ","
               fc_open_hour "," fc_close_hour
               DELIMITED BY SIZE INTO tamp_fsiteav
           WRITE tamp_fsiteav
           ADD 1 TO WS-XS-LINES.

      * tamp_fch HOLDS A PUBLISHED ROOM - ITS RENOVATION WINDOWS AND
      * A COMING RETIREMENT INSIDE THE HORIZON GO OUT AS B LINES, SO
      * THE OTHER HOUSE SEES THOSE DAYS AS TAKEN LIKE ANY STAY.
       XSITE_PUBLISH_OUTAGES.
           PERFORM VARYING WS-RIN-I FROM 1 BY 1
               UNTIL WS-RIN-I > WS-RIN-OUT-CNT
               IF WS-RIN-OUT-NUM(WS-RIN-I) = fc_numCh AND
                   WS-RIN-OUT-TO(WS-RIN-I) >= WS-CURRENT-DATE AND
                   WS-RIN-OUT-FROM(WS-RIN-I) <= WS-XS-HORIZON THEN
                   MOVE WS-RIN-OUT-TO(WS-RIN-I) TO WS-WORK-DATE
                   MOVE 1 TO WS-ADD-DAYS
                   PERFORM ADD_DAYS_TO_WORK_DATE
                   MOVE SPACES TO tamp_fsiteav
                   STRING "B," fc_numCh ","
                       WS-RIN-OUT-FROM(WS-RIN-I) "0000,"
                       WS-WORK-DATE "0000"
                       DELIMITED BY SIZE INTO tamp_fsiteav
                   WRITE tamp_fsiteav
                   ADD 1 TO WS-XS-LINES
               END-IF
           END-PERFORM
           IF fc_retired NOT = 0 AND fc_retired <= WS-XS-HORIZON THEN
               MOVE WS-XS-HORIZON TO WS-WORK-DATE
               MOVE 1 TO WS-ADD-DAYS
               PERFORM ADD_DAYS_TO_WORK_DATE
               MOVE SPACES TO tamp_fsiteav
               STRING "B," fc_numCh "," fc_retired "0000,"
                   WS-WORK-DATE "0000"
                   DELIMITED BY SIZE INTO tamp_fsiteav
               WRITE tamp_fsiteav
               ADD 1 TO WS-XS-LINES
           END-IF.

      * THE OWNER'S ONE SET OF BOOKS - TODAY'S SUMMARY LINE(S) FROM
      * THIS HOUSE AND FROM THE OTHER HOUSE'S EXCHANGED FILE, PLUS
      * THE COMBINED ROLL-UP. A MISSING EXCHANGE FILE JUST MEANS
      * ONLY THIS SITE PRINTS.
       OWNER_CONSOLIDATION_REPORT.
           MOVE "OWNER" TO WS-RPT-CODE
           MOVE "OWNER CONSOLIDATED REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-SIT-COMB-REV
           MOVE 0 TO WS-SIT-COMB-OCC
           MOVE 0 TO WS-SIT-COMB-ROOMS
           MOVE 0 TO WS-SIT-COMB-MIS
           MOVE 0 TO WS-SIT-COMB-RSENT
           MOVE 0 TO WS-SIT-COMB-RRECV
           MOVE 0 TO WS-SIT-COMB-RREV
           MOVE 0 TO WS-SIT-COMB-XOUT
           MOVE 0 TO WS-SIT-COMB-XIN
           MOVE 0 TO WS-SIT-COMB-XSHORT
           MOVE "SITE/DATE/REVENUE/OCCUPIED/ROOMS/MISSIONS" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fsitesum
           IF cr_fsitesum NOT = "00" THEN
               CLOSE fsitesum
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsitesum
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fsitesum TO tamp_fsiteoth
                           PERFORM OWNER_TALLY_SUMMARY_LINE
                   END-READ
               END-PERFORM
               CLOSE fsitesum
           END-IF
           OPEN INPUT fsiteoth
           IF cr_fsiteoth NOT = "00" THEN
               CLOSE fsiteoth
               MOVE "NO EXCHANGE FILE FROM THE OTHER SITE" TO
                   WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsiteoth
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM OWNER_TALLY_SUMMARY_LINE
                   END-READ
               END-PERFORM
               CLOSE fsiteoth
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMBINED TODAY - REVENUE " WS-SIT-COMB-REV
               " OCCUPIED " WS-SIT-COMB-OCC "/" WS-SIT-COMB-ROOMS
               " MISSIONS " WS-SIT-COMB-MIS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE WS-SIT-COMB-RREV TO WS-SIT-RREV-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMBINED REFERRALS - SENT " WS-SIT-COMB-RSENT
               " RECEIVED " WS-SIT-COMB-RRECV
               " REVENUE " WS-SIT-RREV-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE WS-SIT-COMB-XOUT TO WS-SIT-XOUT-ED
           MOVE WS-SIT-COMB-XIN TO WS-SIT-XIN-ED
           MOVE WS-SIT-COMB-XSHORT TO WS-SIT-XSHORT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMBINED STOCK TRANSFERS - OUT " WS-SIT-XOUT-ED
               " IN " WS-SIT-XIN-ED " SHORT " WS-SIT-XSHORT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fsiteoth HOLDS ONE SUMMARY LINE FROM EITHER HOUSE -
      * TODAY'S LINES PRINT AND FOLD INTO THE COMBINED TOTALS,
      * OLDER LINES ARE PASSED OVER.
       OWNER_TALLY_SUMMARY_LINE.
           MOVE SPACES TO WS-SIT-FIELDS
           UNSTRING tamp_fsiteoth DELIMITED BY ","
               INTO WS-SIT-P-SITE WS-SIT-P-DATE WS-SIT-P-REV
                   WS-SIT-P-OCC WS-SIT-P-ROOMS WS-SIT-P-MIS
                   WS-SIT-P-RSENT WS-SIT-P-RRECV WS-SIT-P-RREV
                   WS-SIT-P-XOUT WS-SIT-P-XIN WS-SIT-P-XSHORT
           IF WS-SIT-P-DATE = WS-CURRENT-DATE THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " tamp_fsiteoth(1:60)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               COMPUTE WS-SIT-COMB-REV = WS-SIT-COMB-REV +
                   FUNCTION NUMVAL(WS-SIT-P-REV)
               COMPUTE WS-SIT-COMB-OCC = WS-SIT-COMB-OCC +
                   FUNCTION NUMVAL(WS-SIT-P-OCC)
               COMPUTE WS-SIT-COMB-ROOMS = WS-SIT-COMB-ROOMS +
                   FUNCTION NUMVAL(WS-SIT-P-ROOMS)
               COMPUTE WS-SIT-COMB-MIS = WS-SIT-COMB-MIS +
                   FUNCTION NUMVAL(WS-SIT-P-MIS)
      *    LINES FROM BEFORE THE REFERRAL FIELDS LEAVE THEM BLANK
               IF WS-SIT-P-RSENT NOT = SPACES THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    REFERRALS SENT " WS-SIT-P-RSENT
                       " RECEIVED " WS-SIT-P-RRECV
                       " REVENUE " WS-SIT-P-RREV
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
                   COMPUTE WS-SIT-COMB-RSENT = WS-SIT-COMB-RSENT +
                       FUNCTION NUMVAL(WS-SIT-P-RSENT)
                   COMPUTE WS-SIT-COMB-RRECV = WS-SIT-COMB-RRECV +
                       FUNCTION NUMVAL(WS-SIT-P-RRECV)
                   COMPUTE WS-SIT-COMB-RREV = WS-SIT-COMB-RREV +
                       FUNCTION NUMVAL(WS-SIT-P-RREV)
               END-IF
               IF WS-SIT-P-XOUT NOT = SPACES THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    STOCK TRANSFERS OUT " WS-SIT-P-XOUT
                       " IN " WS-SIT-P-XIN " SHORT " WS-SIT-P-XSHORT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM REPORT_LINE
                   COMPUTE WS-SIT-COMB-XOUT = WS-SIT-COMB-XOUT +
                       FUNCTION NUMVAL(WS-SIT-P-XOUT)
                   COMPUTE WS-SIT-COMB-XIN = WS-SIT-COMB-XIN +
                       FUNCTION NUMVAL(WS-SIT-P-XIN)
                   COMPUTE WS-SIT-COMB-XSHORT = WS-SIT-COMB-XSHORT +
                       FUNCTION NUMVAL(WS-SIT-P-XSHORT)
               END-IF
           END-IF.

      * ONE-STOP "CLOSE OUT THE DAY" REPORT FOR A SHIFT MANAGER -
      * ROOMS OCCUPIED/AVAILABLE (fch/fresa VIA DETERMINE_ROOM_
      * OCCUPANCY), TOTAL REVENUE (REUSES DAILY_REVENUE_REPORT AS-IS)
      * AND MISSIONS COMPLETED PER STAFF (fmis), ALL FOR THE
      * BUSINESS DATE (WS-BUSINESS-DATE) IN ONE RUN.
       END_OF_DAY_CLOSING_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "EODCLOSE" TO WS-RPT-CODE
           MOVE "END OF DAY CLOSING REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "END OF DAY CLOSING REPORT - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM EOD_OCCUPANCY_SUMMARY
           PERFORM DAILY_REVENUE_REPORT
           PERFORM EOD_MISSION_COMPLETION_SUMMARY
           PERFORM END_REPORT.

      * SCANS EVERY ROOM IN fch AND REUSES DISPLAY_OCCUPANCY'S OWN
      * DETERMINE_ROOM_OCCUPANCY (fc_numCh MUST BE SET BEFORE THE
      * CALL, SAME AS THERE) TO TALLY HOW MANY ARE OCCUPIED/CLEANING
      * VS FREE RIGHT NOW. ONLY ROOMS IN TODAY'S INVENTORY COUNT -
      * ONE NOT YET IN SERVICE, RETIRED OR UNDER RENOVATION IS
      * NEITHER OCCUPIED NOR AVAILABLE.
       EOD_OCCUPANCY_SUMMARY.
           MOVE 0 TO WS-EOD-ROOMS-TOTAL
           MOVE 0 TO WS-EOD-ROOMS-OCCUPIED
           PERFORM LOAD_RENOVATION_PERIODS
           MOVE WS-CURRENT-DATE TO WS-RIN-DATE
           OPEN INPUT fch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fch
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM ROOM_IN_INVENTORY
                           IF WS-RIN-IN = 1 THEN
                               ADD 1 TO WS-EOD-ROOMS-TOTAL
                               PERFORM DETERMINE_ROOM_OCCUPANCY
                               IF WS-OCC-STATUS NOT = "FREE" THEN
                                   ADD 1 TO WS-EOD-ROOMS-OCCUPIED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fch
           COMPUTE WS-EOD-ROOMS-AVAILABLE =
               WS-EOD-ROOMS-TOTAL - WS-EOD-ROOMS-OCCUPIED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOMS OCCUPIED: " WS-EOD-ROOMS-OCCUPIED
               "  AVAILABLE: " WS-EOD-ROOMS-AVAILABLE
               "  TOTAL: " WS-EOD-ROOMS-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * FOR EACH ACTIVE (fp_actif = 1) STAFF MEMBER, WALKS THEIR fmis
      * BY THE fm_numP ALTERNATE KEY (SAME PATTERN AS DISPLAY_PERF_
      * STATISTICS) AND COUNTS MISSIONS CLOCKED OUT
      * (fm_reel_fin_year NOT = 0) TODAY.
       EOD_MISSION_COMPLETION_SUMMARY.
           MOVE 0 TO WS-EOD-MISSIONS-TOTAL
           OPEN INPUT fpers
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpers
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fp_actif = 1 THEN
                               PERFORM EOD_COUNT_STAFF_MISSIONS
                               ADD WS-EOD-MISSIONS-DONE TO
                                   WS-EOD-MISSIONS-TOTAL
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "STAFF " fp_numP " "
                                   FUNCTION TRIM(fp_nom)
                                   " MISSIONS COMPLETED: "
                                   WS-EOD-MISSIONS-DONE
                                   DELIMITED BY SIZE
                                   INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL MISSIONS COMPLETED: "
               WS-EOD-MISSIONS-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * fp_numP MUST HOLD THE CANDIDATE STAFF NUMBER BEFORE CALL -
      * LEAVES THEIR COMPLETED-TODAY MISSION COUNT IN
      * WS-EOD-MISSIONS-DONE.
       EOD_COUNT_STAFF_MISSIONS.
           MOVE 0 TO WS-EOD-MISSIONS-DONE
           MOVE fp_numP TO WS-NUMP
           OPEN INPUT fmis
               MOVE fp_numP TO fm_numP
               START fmis KEY IS EQUAL fm_numP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fmis NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fm_numP NOT = WS-NUMP THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fm_fin_date =
                                           WS-BUSINESS-DATE
                                       AND fm_reel_fin_year NOT = 0
                                       THEN
                                           ADD 1 TO
                                               WS-EOD-MISSIONS-DONE
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fmis.

      * fr_* CURRENTLY HOLDS THE RESERVATION JUST READ BY
      * ARCHIVE_OLD_RESA
       ARCHIVE_ONE_RESA.
           MOVE fr_numResa TO fra_numResa
           MOVE fr_numCh TO fra_numCh
           MOVE fr_numCl TO fra_numCl
           MOVE fr_nb_guests TO fra_nb_guests
           MOVE fr_duree TO fra_duree
           MOVE fr_nights TO fra_nights
           MOVE fr_date_debut TO fra_date_debut
           MOVE fr_date_fin TO fra_date_fin
           MOVE fr_deposit TO fra_deposit
           MOVE fr_amount_paid TO fra_amount_paid
           MOVE fr_status TO fra_status
           MOVE fr_numCo TO fra_numCo
           MOVE fr_promo TO fra_promo
           MOVE fr_discount TO fra_discount
           MOVE fr_numGrp TO fra_numGrp
           MOVE fr_extra TO fra_extra
           MOVE fr_origin TO fra_origin
           MOVE fr_site TO fra_site
           MOVE fr_conf_code TO fra_conf_code
           MOVE fr_parking TO fra_parking
           MOVE fr_plate TO fra_plate
           MOVE fr_created TO fra_created
           MOVE fr_taken_by TO fra_taken_by
           MOVE fr_plan TO fra_plan
           MOVE fr_segment TO fra_segment
           WRITE tamp_fresaarch
               INVALID KEY
                   DISPLAY "ARCHIVE FAILED FOR RESA " fr_numResa
               NOT INVALID KEY
                   PERFORM ACCRUE_LOYALTY_POINTS
                   IF fr_status = 2 THEN
                       PERFORM WRITE_SURVEY_INVITE
                   END-IF
                   IF fr_status = 2 THEN
                       PERFORM PTASK_BUMP_STAY_COUNTS
                       PERFORM PM_BUMP_STAY_COUNTS
                   END-IF
                   DELETE fresa RECORD
                   MOVE "fresaarch" TO WS-AUDIT-FILE
                   MOVE fra_numResa TO WS-AUDIT-KEY
                   MOVE "ADD" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
           END-WRITE.

      * fr_* STILL HOLDS THE COMPLETED STAY JUST ARCHIVED - QUEUES
      * THE SURVEY INVITATION ON THE SAME GATEWAY CSV THE REMINDERS
      * USE (SEE WRITE_RESA_REMINDER), WITH THE SHORT REPLY CODE
      * SV<numResa> THE GUEST TEXTS BACK WITH THEIR 1-5 SCORE. THE
      * DESTINATION COMES THROUGH RESOLVE_CONTACT_FOR_CLIENT
      * (OPERATIONAL PURPOSE - THE fcl_tel FALLBACK COVERS CLIENTS
      * WITH NO REGISTER ROWS), SAME AS WRITE_RESA_REMINDER.
       WRITE_SURVEY_INVITE.
           IF WS-TRAINING = 1 THEN
               CONTINUE
           ELSE
           MOVE fr_numCl TO WS-CTC-FIND-CL
           MOVE 0 TO WS-CTC-PURPOSE
           PERFORM RESOLVE_CONTACT_FOR_CLIENT
           IF WS-CTC-OK = 1 THEN
           MOVE " " TO fcl_nom
           MOVE " " TO fcl_prenom
           MOVE SPACES TO fcl_lang
           OPEN INPUT fcli
               MOVE fr_numCl TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fcli
           PERFORM RESET_GUEST_MESSAGE
           MOVE "SURVEY" TO WS-MSG-TYPE
           MOVE fcl_lang TO WS-MSG-LANG
           MOVE "HOW WAS YOUR STAY - REPLY SV<CODE> WITH A SCORE 1-5"
               TO WS-MSG-DEFAULT
           MOVE fcl_prenom TO WS-MSG-NAME
           MOVE fr_numCh TO WS-MSG-ROOM
           MOVE fr_numResa TO WS-MSG-CODE
           PERFORM BUILD_GUEST_MESSAGE
           OPEN EXTEND fnotif
               MOVE SPACES TO tamp_fnotif
               STRING fr_numResa DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CTC-DEST)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(fcl_nom)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(fcl_prenom)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CURRENT-YEAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-MONTH DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-CURRENT-DAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MSG-TEXT)
                       DELIMITED BY SIZE
                   INTO tamp_fnotif
               WRITE tamp_fnotif
           CLOSE fnotif
           END-IF
           END-IF.

      * CONSUMES THE SURVEY GATEWAY'S REPLY FILE
      * (numResa,score,free text) - GOOD REPLIES BECOME fsurv
      * RECORDS, ANYTHING UNPARSEABLE OR OUT OF RANGE IS COUNTED
      * AND SHOWN. THE FILE IS TRUNCATED AFTER THE RUN, SAME AS
      * PROCESS_NOTIF_RETURNS.
       PROCESS_SURVEY_RESPONSES.
           MOVE 0 TO WS-SVY-STORED
           MOVE 0 TO WS-SVY-BAD
           OPEN INPUT fsurvrsp
           IF cr_fsurvrsp NOT = "00" THEN
               CLOSE fsurvrsp
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsurvrsp
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM STORE_ONE_SURVEY_RESPONSE
                   END-READ
               END-PERFORM
               CLOSE fsurvrsp
               OPEN OUTPUT fsurvrsp
               CLOSE fsurvrsp
               DISPLAY "SURVEY RESPONSES - STORED " WS-SVY-STORED
                   " REJECTED " WS-SVY-BAD
           END-IF.

      * tamp_fsurvrsp HOLDS ONE GATEWAY REPLY LINE - PARSED, RANGE
      * CHECKED AND FILED UNDER ITS OWN NUMBER.
       STORE_ONE_SURVEY_RESPONSE.
           MOVE SPACES TO WS-SVY-FIELDS
           UNSTRING tamp_fsurvrsp DELIMITED BY ","
               INTO WS-SVY-RESA WS-SVY-SCORE WS-SVY-TEXT
           COMPUTE fsy_numResa = FUNCTION NUMVAL(WS-SVY-RESA)
           COMPUTE fsy_score = FUNCTION NUMVAL(WS-SVY-SCORE)
           IF fsy_numResa = 0 OR fsy_score < 1 OR fsy_score > 5 THEN
               ADD 1 TO WS-SVY-BAD
           ELSE
               PERFORM GET_LASTID_SURVEY
               MOVE WS-SVY-TEXT TO fsy_text
               MOVE WS-CURRENT-DATE TO fsy_date
               OPEN I-O fsurv
                   WRITE tamp_fsurv
                       INVALID KEY
                           ADD 1 TO WS-SVY-BAD
                       NOT INVALID KEY
                           ADD 1 TO WS-SVY-STORED
                   END-WRITE
               CLOSE fsurv
           END-IF.

      * WHERE THE GUESTS AND THE SUPERVISOR DISAGREE - EVERY SURVEY
      * ANSWER STORED THIS MONTH, JOINED TO ITS ARCHIVED STAY FOR
      * THE ROOM, TO THE END-OF-STAY MISSION FOR THE CLEANER (SAME
      * fm_fin = fra_date_fin MATCH CANCEL_OLD_ROOM_MISSION USES)
      * AND TO THAT MISSION'S INSPECTION VERDICT. RUN BY BATCH-MAIN
      * ON THE FIRST.
       SURVEY_CORRELATION_REPORT.
           MOVE "SURVEY" TO WS-RPT-CODE
           MOVE "GUEST SURVEY CORRELATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE "RESA/ROOM/SCORE/CLEANER/INSPECTION/COMMENT" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fsurv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsurv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fsy_date_year = WS-CURRENT-YEAR AND
                               fsy_date_month = WS-CURRENT-MONTH
                               THEN
                               PERFORM SURVEY_ONE_CORRELATION
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fsurv
           PERFORM END_REPORT.

      * tamp_fsurv HOLDS ONE ANSWER - JOINS THE ARCHIVED STAY, THE
      * TURNOVER MISSION AND ITS INSPECTION, THEN PRINTS THE ROW.
       SURVEY_ONE_CORRELATION.
           MOVE 0 TO WS-SVY-CLEANER
           MOVE 0 TO WS-SVY-MISSION
           MOVE "-   " TO WS-SVY-INSP
           MOVE 0 TO fra_numCh
           OPEN INPUT fresaarch
               MOVE fsy_numResa TO fra_numResa
               READ fresaarch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           CLOSE fresaarch
           IF fra_numCh NOT = 0 THEN
               OPEN INPUT fmis
                   MOVE fra_numCh TO fm_numCh
                   START fmis KEY IS EQUAL fm_numCh
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 0 TO Wfin
                           MOVE 0 TO Wstop
                           PERFORM WITH TEST AFTER UNTIL Wfin = 1
                               OR Wstop = 1
                               READ fmis NEXT
                                   AT END
                                       MOVE 1 TO Wfin
                                   NOT AT END
                                       IF fm_numCh NOT = fra_numCh
                                           THEN
                                           MOVE 1 TO Wstop
                                       ELSE
                                           IF fm_fin =
                                               fra_date_fin THEN
                                               MOVE fm_numP TO
                                                   WS-SVY-CLEANER
                                               MOVE fm_numM TO
                                                   WS-SVY-MISSION
                                               MOVE 1 TO Wstop
                                           END-IF
                                       END-IF
                               END-READ
                           END-PERFORM
                   END-START
               CLOSE fmis
           END-IF
           IF WS-SVY-MISSION NOT = 0 THEN
               OPEN INPUT finsp
                   MOVE 0 TO Wfin
                   PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       READ finsp NEXT
                           AT END
                               MOVE 1 TO Wfin
                           NOT AT END
                               IF fin_numM = WS-SVY-MISSION THEN
                                   IF fin_score = 1 THEN
                                       MOVE "PASS" TO WS-SVY-INSP
                                   ELSE
                                       MOVE "FAIL" TO WS-SVY-INSP
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               CLOSE finsp
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING fsy_numResa " " fra_numCh " " fsy_score " "
               WS-SVY-CLEANER " " WS-SVY-INSP " "
               fsy_text(1:30)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.


      * fr_* STILL HOLDS THE STAY JUST ARCHIVED - CREDITS THE CLIENT
      * ONE LOYALTY POINT PER WHOLE CURRENCY UNIT OF THE STAY'S NET
      * REVENUE (PRICE x DURATION LESS ANY PROMO DISCOUNT), BUMPING
      * fcl_points AND KEEPING AN floy EARNED MOVEMENT. NO-SHOWS
      * (fr_status = 3) EARN NOTHING.
       ACCRUE_LOYALTY_POINTS.
           IF fr_status NOT = 3 THEN
               MOVE fr_numCh TO fc_numCh
               MOVE 0 TO WS-REV-NET
               OPEN INPUT fch
                   READ fch
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM GET_ROOM_RATE_FOR_DATE
                           COMPUTE WS-REV-DURATION =
                               fr_duree_hours +
                               (fr_duree_minute / 60)
                               + (fr_nights * 24)
                           PERFORM DST_STAY_CORRECTION
                           ADD WS-DST-HOURS TO WS-REV-DURATION
                           COMPUTE WS-REV-NET =
                               (WS-REV-PRICE * WS-REV-DURATION)
                               - fr_discount_entier
                               - (fr_discount_decimal / 100)
                           IF WS-REV-NET < 0 THEN
                               MOVE 0 TO WS-REV-NET
                           END-IF
                   END-READ
               CLOSE fch
               MOVE WS-REV-NET TO WS-LOY-POINTS
               IF WS-LOY-POINTS > 0 THEN
                   OPEN I-O fcli
                       MOVE fr_numCl TO fcl_numCl
                       READ fcli
                           INVALID KEY
                               MOVE 0 TO WS-LOY-POINTS
                           NOT INVALID KEY
                               ADD WS-LOY-POINTS TO fcl_points
                               REWRITE tamp_fcli
                       END-READ
                   CLOSE fcli
               END-IF
               IF WS-LOY-POINTS > 0 THEN
                   PERFORM GET_LASTID_LOYALTY
                   MOVE fr_numCl TO fl_numCl
                   MOVE fr_numResa TO fl_numResa
                   MOVE 0 TO fl_kind
                   MOVE WS-LOY-POINTS TO fl_points
                   MOVE WS-CURRENT-DATE TO fl_date
                   OPEN I-O floy
                       WRITE tamp_floy
                           INVALID KEY
                               DISPLAY "LOYALTY MOVEMENT FAILED FOR "
                                   fr_numResa
                       END-WRITE
                   CLOSE floy
               END-IF
           END-IF.

      * SCANS fwait FOR WAITING (fw_status = 0) ENTRIES AND RE-RUNS
      * RESA_EXIST_DATE AGAINST A FRESH SCAN OF fresa FOR EACH ONE -
      * IF THE ROOM/DATES ARE NOW FREE, DISPLAYS A NOTIFICATION FOR
      * THE FRONT DESK TO CALL THE CLIENT BACK AND FLAGS THE ENTRY
      * fw_status = 1 SO IT ISN'T RE-NOTIFIED. RUN AFTER DELETE_RESA/
      * REMOVE_RESA REMOVE A BOOKING AND AS PART OF THE STARTUP
      * BATCH SEQUENCE IN main.cob.
       PROCESS_WAITLIST.
           MOVE 0 TO Wfin
           OPEN I-O fwait
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwait
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fw_status = 0 THEN
                               MOVE 0 TO 1fr_numResa
                               MOVE fw_numCh TO 1fr_numCh
                               MOVE fw_date_debut TO 1fr_date_debut
                               MOVE fw_date_fin TO 1fr_date_fin
                               OPEN INPUT fresa
                                   PERFORM RESA_EXIST_DATE
                               CLOSE fresa
                               IF Wtrouve = 0 THEN
                                   DISPLAY "WAITLIST: ROOM " fw_numCh
                                       " NOW AVAILABLE FOR CLIENT "
                                       fw_numCl " - NOTIFY THEM"
                                   MOVE 1 TO fw_status
                                   REWRITE tamp_fwait
                                   MOVE "fwait" TO WS-AUDIT-FILE
                                   MOVE fw_numWait TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fwait.

      * MONTHLY RECEIVABLES CHASE - WALKS EVERY ACTIVE COMPANY'S
      * UNPAID STATEMENTS, AGES THEM IN WHOLE MONTHS AGAINST THE
      * STATEMENT'S OWN YEAR/MONTH AND SPOOLS ONE ESCALATING
      * REMINDER LETTER PER COMPANY IN ARREARS (30/60/90+ WORDING BY
      * THE WORST AGE). A COMPANY PAST 90 DAYS GETS fco_dunning SET
      * SO ADD_RESERV WARNS BEFORE THE NEXT ACCOUNT BOOKING; A
      * COMPANY THAT HAS COME CLEAN GETS IT CLEARED. RUN BY
      * BATCH-MAIN ON THE FIRST, AFTER THE NEW STATEMENTS ARE CUT.
       DUNNING_RUN.
           MOVE "DUNNING" TO WS-RPT-CODE
           MOVE "RECEIVABLES DUNNING LETTERS" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-DUN-LETTERS
           MOVE 0 TO WS-DUN-FLAGGED
           OPEN I-O fco
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fco NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fco_status = 0 THEN
                               MOVE fco_numCo TO WS-DUN-CO
                               PERFORM DUN_ONE_COMPANY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fco
           MOVE SPACES TO WS-RPT-LINE
           STRING "LETTERS WRITTEN " WS-DUN-LETTERS
               " COMPANIES FLAGGED 90+ " WS-DUN-FLAGGED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * WS-DUN-CO HOLDS THE COMPANY AND tamp_fco ITS RECORD (fco
      * OPEN I-O FOR THE FLAG REWRITE) - AGES ITS UNPAID STATEMENTS
      * THROUGH THE fst_numCo ALTERNATE KEY, WRITES THE LETTER WHEN
      * ANYTHING IS OVERDUE AND KEEPS fco_dunning IN STEP WITH THE
      * WORST AGE.
       DUN_ONE_COMPANY.
           MOVE 0 TO WS-DUN-WORST
           MOVE 0 TO WS-DUN-CO-DUE
           OPEN INPUT fstmt
               MOVE WS-DUN-CO TO fst_numCo
               START fstmt KEY IS EQUAL fst_numCo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fstmt NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fst_numCo NOT = WS-DUN-CO THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fst_paid = 0 THEN
                                           COMPUTE
                                               WS-DUN-AGE-MONTHS =
                                               ((WS-CURRENT-YEAR -
                                               fst_year) * 12) +
                                               WS-CURRENT-MONTH -
                                               fst_month
                                           IF WS-DUN-AGE-MONTHS >
                                               WS-DUN-WORST THEN
                                               MOVE
                                                 WS-DUN-AGE-MONTHS
                                                 TO WS-DUN-WORST
                                           END-IF
                                           COMPUTE WS-DUN-CO-DUE =
                                               WS-DUN-CO-DUE +
                                               fst_total_entier +
                                               (fst_total_decimal
                                               / 100)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fstmt
           IF WS-DUN-WORST >= 1 AND WS-DUN-CO-DUE NOT = 0 THEN
               ADD 1 TO WS-DUN-LETTERS
               MOVE SPACES TO WS-RPT-LINE
               STRING "--- REMINDER FOR " FUNCTION TRIM(fco_nom)
                   " (COMPANY " WS-DUN-CO ") ---"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "AMOUNT OUTSTANDING: " WS-DUN-CO-DUE
                   " - OLDEST STATEMENT " WS-DUN-WORST " MONTH(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               EVALUATE TRUE
                   WHEN WS-DUN-WORST >= 3
                       MOVE "FINAL NOTICE - ACCOUNT SUSPENDED, LEGAL"
                           TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                       MOVE "RECOVERY FOLLOWS WITHOUT PAYMENT IN 8"
                           TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                       MOVE "DAYS." TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                   WHEN WS-DUN-WORST = 2
                       MOVE "SECOND REMINDER - PLEASE SETTLE WITHIN"
                           TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                       MOVE "8 DAYS TO KEEP THE ACCOUNT OPEN." TO
                           WS-RPT-LINE
                       PERFORM REPORT_LINE
                   WHEN OTHER
                       MOVE "FRIENDLY REMINDER - THE STATEMENT ABOVE"
                           TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                       MOVE "APPEARS UNPAID. PLEASE DISREGARD IF" TO
                           WS-RPT-LINE
                       PERFORM REPORT_LINE
                       MOVE "PAYMENT HAS CROSSED THIS LETTER." TO
                           WS-RPT-LINE
                       PERFORM REPORT_LINE
               END-EVALUATE
           END-IF
           IF WS-DUN-WORST >= 3 THEN
               IF fco_dunning = 0 THEN
                   MOVE 1 TO fco_dunning
                   REWRITE tamp_fco
                   MOVE "fco" TO WS-AUDIT-FILE
                   MOVE fco_numCo TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
               END-IF
               ADD 1 TO WS-DUN-FLAGGED
           ELSE
               IF fco_dunning = 1 THEN
                   MOVE 0 TO fco_dunning
                   REWRITE tamp_fco
                   MOVE "fco" TO WS-AUDIT-FILE
                   MOVE fco_numCo TO WS-AUDIT-KEY
                   MOVE "MODIFY" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
               END-IF
           END-IF.

      * WEEKLY CREDIT EXPOSURE BY COMPANY - EVERY ACTIVE ACCOUNT
      * WITH A LIMIT OR SOMETHING OUTSTANDING, ITS LIVE EXPOSURE
      * (CALC_COMPANY_EXPOSURE) AGAINST THE LIMIT, FLAGGED OVER OR
      * NEAR (THE fparam "CRWP" PERCENTAGE, DEFAULT 80).
       COMPANY_EXPOSURE_REPORT.
           MOVE "CREDEXP" TO WS-RPT-CODE
           MOVE "COMPANY CREDIT EXPOSURE" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE "CRWP" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CRL-WARN-PCT
           IF WS-CRL-WARN-PCT = 0 THEN
               MOVE 80 TO WS-CRL-WARN-PCT
           END-IF
           MOVE 0 TO WS-CRL-SHOWN
           MOVE 0 TO WS-CRL-OVER
           MOVE 0 TO WS-CRL-NEAR
           MOVE 0 TO WS-CRL-TOTAL
           MOVE 0 TO WS-YLD-ACTIVE
           MOVE SPACES TO WS-RPT-LINE
           STRING "COMP NAME                      LIMIT"
               "     EXPOSURE   PCT FLAG"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fresa
           OPEN INPUT fco
               MOVE 0 TO WS-CRL-CO-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CRL-CO-EOF = 1
                   READ fco NEXT
                       AT END
                           MOVE 1 TO WS-CRL-CO-EOF
                       NOT AT END
                           IF fco_status = 0 THEN
                               PERFORM CRL_REPORT_ONE_COMPANY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fco
           CLOSE fresa
           MOVE WS-CRL-TOTAL TO WS-CRL-EXP-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNTS: " WS-CRL-SHOWN " OVER: " WS-CRL-OVER
               " NEAR: " WS-CRL-NEAR " TOTAL EXPOSURE: "
               WS-CRL-EXP-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fco HOLDS AN ACTIVE ACCOUNT - PRINTS ITS EXPOSURE LINE
      * AND BREAKDOWN WHEN IT HAS A LIMIT OR ANYTHING OUTSTANDING.
       CRL_REPORT_ONE_COMPANY.
           COMPUTE WS-CRL-LIMIT = fco_credit_entier +
               (fco_credit_decimal / 100)
           MOVE fco_numCo TO WS-CRL-CO
           PERFORM CALC_COMPANY_EXPOSURE
           IF WS-CRL-LIMIT > 0 OR WS-CRL-EXPOSURE > 0 THEN
               ADD 1 TO WS-CRL-SHOWN
               ADD WS-CRL-EXPOSURE TO WS-CRL-TOTAL
               MOVE 0 TO WS-CRL-PCT
               MOVE SPACES TO WS-CRL-FLAG
               IF WS-CRL-LIMIT = 0 THEN
                   MOVE "NO LIMIT" TO WS-CRL-FLAG
               ELSE
                   COMPUTE WS-CRL-PCT =
                       WS-CRL-EXPOSURE * 100 / WS-CRL-LIMIT
                   IF WS-CRL-EXPOSURE > WS-CRL-LIMIT THEN
                       MOVE "OVER" TO WS-CRL-FLAG
                       ADD 1 TO WS-CRL-OVER
                   ELSE
                       IF WS-CRL-PCT >= WS-CRL-WARN-PCT THEN
                           MOVE "NEAR" TO WS-CRL-FLAG
                           ADD 1 TO WS-CRL-NEAR
                       END-IF
                   END-IF
               END-IF
               MOVE WS-CRL-LIMIT TO WS-CRL-LIMIT-ED
               MOVE WS-CRL-EXPOSURE TO WS-CRL-EXP-ED
               MOVE WS-CRL-PCT TO WS-CRL-PCT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING fco_numCo " " fco_nom(1:20) " "
                   WS-CRL-LIMIT-ED " " WS-CRL-EXP-ED " "
                   WS-CRL-PCT-ED " " WS-CRL-FLAG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE WS-CRL-STAYS TO WS-CRL-STAYS-ED
               MOVE WS-CRL-STMTS TO WS-CRL-STMTS-ED
               MOVE WS-CRL-EXTRAS TO WS-CRL-EXTRAS-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "     STAYS " WS-CRL-STAYS-ED
                   " STATEMENTS " WS-CRL-STMTS-ED
                   " EXTRAS " WS-CRL-EXTRAS-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * BUILDS ONE CONSOLIDATED fstmt STATEMENT PER COMPANY FOR THE
      * MONTH JUST ENDED - EVERY fresa/fresaarch STAY BILLED TO THE
      * COMPANY (fr_numCo/fra_numCo) WHOSE END DATE FALLS IN THAT
      * MONTH, PRICED WITH THE SAME PRICE x DURATION MATH AS
      * DAILY_REVENUE_REPORT, PLUS AN AGING OF THE COMPANY'S EARLIER
      * STILL-UNPAID STATEMENTS. RERUN-SAFE: A COMPANY THAT ALREADY
      * HAS A STATEMENT FOR THE MONTH IS SKIPPED. BATCH-MAIN RUNS IT
      * ON THE FIRST OF EACH MONTH.
       CONSOLIDATE_COMPANY_STATEMENTS.
           MOVE WS-CURRENT-YEAR TO WS-STMT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-STMT-MONTH
           SUBTRACT 1 FROM WS-STMT-MONTH
           IF WS-STMT-MONTH = 0 THEN
               MOVE 12 TO WS-STMT-MONTH
               SUBTRACT 1 FROM WS-STMT-YEAR
           END-IF
           DISPLAY "COMPANY STATEMENTS FOR " WS-STMT-YEAR "-"
               WS-STMT-MONTH
           OPEN INPUT fco
               MOVE 0 TO WS-STMT-CO-EOF
               PERFORM WITH TEST AFTER UNTIL WS-STMT-CO-EOF = 1
                   READ fco NEXT
                       AT END
                           MOVE 1 TO WS-STMT-CO-EOF
                       NOT AT END
                           IF fco_status = 0 THEN
                               MOVE fco_numCo TO WS-STMT-CO
                               PERFORM BUILD_ONE_COMPANY_STATEMENT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fco.

      * WS-STMT-CO/WS-STMT-YEAR/WS-STMT-MONTH MUST BE SET - TALLIES
      * THE COMPANY'S STAYS AND REVENUE FOR THE MONTH, AGES ITS
      * UNPAID PRIOR STATEMENTS AND WRITES THE NEW fstmt RECORD WHEN
      * THERE IS ANYTHING TO BILL.
       BUILD_ONE_COMPANY_STATEMENT.
           MOVE 0 TO WS-STMT-EXISTS
           MOVE 0 TO WS-STMT-PRIOR-CNT
           MOVE 0 TO WS-STMT-PRIOR-DUE
           OPEN INPUT fstmt
               MOVE WS-STMT-CO TO fst_numCo
               START fstmt KEY IS EQUAL fst_numCo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fstmt NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fst_numCo NOT = WS-STMT-CO THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fst_year = WS-STMT-YEAR AND
                                           fst_month = WS-STMT-MONTH
                                           THEN
                                           MOVE 1 TO WS-STMT-EXISTS
                                       ELSE
                                           IF fst_paid = 0 THEN
                                               ADD 1 TO
                                                   WS-STMT-PRIOR-CNT
                                               COMPUTE
                                                   WS-STMT-PRIOR-DUE =
                                                   WS-STMT-PRIOR-DUE +
                                                   fst_total_entier +
                                                   (fst_total_decimal
                                                   / 100)
                                           END-IF
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fstmt
           IF WS-STMT-EXISTS = 0 THEN
               MOVE 0 TO WS-STMT-STAYS
               MOVE 0 TO WS-STMT-TOTAL
               PERFORM TALLY_COMPANY_LIVE_STAYS
               PERFORM TALLY_COMPANY_ARCH_STAYS
               IF WS-STMT-STAYS > 0 THEN
                   MOVE 0 TO WS-EST-DONE
                   PERFORM GET_LASTID_STATEMENT
                   MOVE WS-STMT-CO TO fst_numCo
                   MOVE WS-STMT-YEAR TO fst_year
                   MOVE WS-STMT-MONTH TO fst_month
                   MOVE WS-STMT-STAYS TO fst_stays
                   MOVE WS-STMT-TOTAL TO fst_total_entier
                   COMPUTE fst_total_decimal =
                       (WS-STMT-TOTAL - fst_total_entier) * 100
                   MOVE WS-STMT-PRIOR-CNT TO fst_prior_count
                   MOVE WS-STMT-PRIOR-DUE TO fst_prior_due_entier
                   COMPUTE fst_prior_due_decimal =
                       (WS-STMT-PRIOR-DUE - fst_prior_due_entier)
                       * 100
                   MOVE 0 TO fst_paid
                   MOVE ZEROS TO fst_paid_date
                   MOVE " " TO fst_paid_how
                   OPEN I-O fstmt
                       WRITE tamp_fstmt
                           INVALID KEY
                               DISPLAY "STATEMENT WRITE FAILED FOR "
                                   "COMPANY " WS-STMT-CO
                           NOT INVALID KEY
                               DISPLAY "COMPANY " WS-STMT-CO
                                   " STAYS " fst_stays
                                   " TOTAL " fst_total
                                   " PRIOR UNPAID " fst_prior_count
                                   " / " fst_prior_due
                               MOVE "fstmt" TO WS-AUDIT-FILE
                               MOVE fst_numStmt TO WS-AUDIT-KEY
                               MOVE "ADD" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE 1 TO WS-EST-DONE
                       END-WRITE
                   CLOSE fstmt
                   IF WS-EST-DONE = 1 AND fco_delivery = 1 THEN
                       MOVE "S" TO WS-EST-KIND
                       PERFORM WRITE_E_STATEMENT
                   END-IF
               END-IF
           END-IF.

      * ADDS EVERY LIVE fresa STAY BILLED TO WS-STMT-CO ENDING IN THE
      * DECLARED MONTH INTO WS-STMT-STAYS/WS-STMT-TOTAL.
       TALLY_COMPANY_LIVE_STAYS.
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_numCo = WS-STMT-CO AND
                               fr_date_fin_year = WS-STMT-YEAR AND
                               fr_date_fin_month = WS-STMT-MONTH THEN
                               ADD 1 TO WS-STMT-STAYS
                               PERFORM STMT_ADD_LIVE_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa.

      * fr_* MUST HOLD THE MATCHING LIVE STAY - JOINS fch BY fr_numCh
      * AND ADDS THE STAY'S PRICE x DURATION TO WS-STMT-TOTAL.
       STMT_ADD_LIVE_REVENUE.
           MOVE fr_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-STMT-CO TO WS-CRT-CO
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
                       ADD WS-REV-AMOUNT TO WS-STMT-TOTAL
               END-READ
           CLOSE fch.

      * SAME AS TALLY_COMPANY_LIVE_STAYS FOR THE ARCHIVE SIDE.
       TALLY_COMPANY_ARCH_STAYS.
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_numCo = WS-STMT-CO AND
                               fra_date_fin_year = WS-STMT-YEAR AND
                               fra_date_fin_month = WS-STMT-MONTH THEN
                               ADD 1 TO WS-STMT-STAYS
                               PERFORM STMT_ADD_ARCH_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * fra_* MUST HOLD THE MATCHING ARCHIVED STAY - SAME JOIN AND
      * MATH AS STMT_ADD_LIVE_REVENUE (fra_date_debut FED THROUGH
      * fr_date_debut FOR GET_ROOM_RATE_FOR_DATE, SAME AS
      * ADD_TREND_REVENUE_FOR_STAY DOES).
       STMT_ADD_ARCH_REVENUE.
           MOVE fra_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fra_date_debut TO fr_date_debut
                       MOVE WS-STMT-CO TO WS-CRT-CO
                       MOVE fra_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fra_duree_hours + (fra_duree_minute / 60)
                           + (fra_nights * 24)
                       PERFORM DST_ARCH_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
                       ADD WS-REV-AMOUNT TO WS-STMT-TOTAL
               END-READ
           CLOSE fch.

      * tamp_fstmt AND tamp_fco HOLD A STATEMENT AND ITS ACCOUNT -
      * WRITES THE STRUCTURED ELECTRONIC STATEMENT
      * files/estmt_NNNNNN.csv (LAYOUT UNDER FD festmt), ONE L LINE
      * PER STAY PRICED THE WAY BUILD_ONE_COMPANY_STATEMENT PRICED
      * IT, WITH THE ROOM VAT BROKEN OUT OF THE VAT-INCLUSIVE PRICE,
      * THEN REGISTERS THE DELIVERY IN festreg AS WS-EST-KIND (S SENT
      * BY THE MONTHLY RUN, R RESENT). THE T LINE CARRIES THE LINE
      * TOTALS AND THE STATEMENT TOTAL AS CONTROL TOTALS.
       WRITE_E_STATEMENT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE fst_numStmt TO WS-EST-NUM-ED
           MOVE SPACES TO WS-EST-NAME
           STRING "files/estmt_" WS-EST-NUM-ED ".csv"
               DELIMITED BY SIZE INTO WS-EST-NAME
           MOVE fst_year TO WS-EST-YEAR
           MOVE fst_month TO WS-EST-MONTH
           COMPUTE WS-EST-FIRST = (WS-EST-YEAR * 10000) +
               (WS-EST-MONTH * 100) + 1
           IF WS-EST-MONTH = 12 THEN
               COMPUTE WS-EST-LAST = ((WS-EST-YEAR + 1) * 10000) + 101
           ELSE
               COMPUTE WS-EST-LAST = WS-EST-FIRST + 100
           END-IF
           COMPUTE WS-EST-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EST-LAST) - 1)
           MOVE 0 TO WS-EST-LINES
           MOVE 0 TO WS-EST-NET
           MOVE 0 TO WS-EST-VAT
           MOVE 0 TO WS-EST-TOT
           MOVE 0 TO WS-EST-RCNT
           OPEN OUTPUT festmt
           MOVE SPACES TO tamp_festmt
           STRING "H,EST1," fst_numStmt "," WS-BUSINESS-DATE ","
               fst_year "," fst_month
               DELIMITED BY SIZE INTO tamp_festmt
           WRITE tamp_festmt
           MOVE fco_nom TO WS-EST-C-NOM
           MOVE fco_ap_ref TO WS-EST-C-REF
           MOVE fco_adr TO WS-EST-C-ADR
           INSPECT WS-EST-C-TEXT REPLACING ALL QUOTE BY "'"
           MOVE SPACES TO tamp_festmt
           STRING "C," fco_numCo "," QUOTE FUNCTION TRIM(WS-EST-C-NOM)
               QUOTE "," QUOTE FUNCTION TRIM(WS-EST-C-REF) QUOTE ","
               QUOTE FUNCTION TRIM(WS-EST-C-ADR) QUOTE
               DELIMITED BY SIZE INTO tamp_festmt
           WRITE tamp_festmt
           MOVE SPACES TO tamp_festmt
           STRING "P," WS-EST-FIRST "," WS-EST-LAST
               DELIMITED BY SIZE INTO tamp_festmt
           WRITE tamp_festmt
           OPEN INPUT fresa
               MOVE 0 TO WS-EST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-EST-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-EST-EOF
                       NOT AT END
                           IF fr_numCo = fst_numCo AND
                               fr_date_fin_year = WS-EST-YEAR AND
                               fr_date_fin_month = WS-EST-MONTH THEN
                               PERFORM EST_LIVE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-EST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-EST-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-EST-EOF
                       NOT AT END
                           IF fra_numCo = fst_numCo AND
                               fra_date_fin_year = WS-EST-YEAR AND
                               fra_date_fin_month = WS-EST-MONTH THEN
                               PERFORM EST_ARCH_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           PERFORM VARYING WS-EST-RIDX FROM 1 BY 1
               UNTIL WS-EST-RIDX > WS-EST-RCNT
               MOVE WS-EST-R-RATE(WS-EST-RIDX) TO WS-EST-RATE-ED
               MOVE WS-EST-R-NET(WS-EST-RIDX) TO WS-EST-NET-ED
               MOVE WS-EST-R-VAT(WS-EST-RIDX) TO WS-EST-VAT-ED
               MOVE WS-EST-R-TOT(WS-EST-RIDX) TO WS-EST-TOT-ED
               MOVE SPACES TO tamp_festmt
               STRING "V," WS-EST-RATE-ED "," WS-EST-NET-ED ","
                   WS-EST-VAT-ED "," WS-EST-TOT-ED
                   DELIMITED BY SIZE INTO tamp_festmt
               WRITE tamp_festmt
           END-PERFORM
           COMPUTE WS-EST-CTL = fst_total_entier +
               (fst_total_decimal / 100)
           MOVE WS-EST-NET TO WS-EST-NET-ED
           MOVE WS-EST-VAT TO WS-EST-VAT-ED
           MOVE WS-EST-TOT TO WS-EST-TOT-ED
           MOVE WS-EST-CTL TO WS-EST-CTL-ED
           MOVE SPACES TO tamp_festmt
           STRING "T," WS-EST-LINES "," WS-EST-NET-ED ","
               WS-EST-VAT-ED "," WS-EST-TOT-ED "," WS-EST-CTL-ED
               DELIMITED BY SIZE INTO tamp_festmt
           WRITE tamp_festmt
           CLOSE festmt
           IF WS-EST-TOT NOT = WS-EST-CTL THEN
               DISPLAY "E-STATEMENT " fst_numStmt " LINES TOTAL "
                   WS-EST-TOT-ED " DIFFER FROM THE STATEMENT "
                   WS-EST-CTL-ED
           END-IF
           OPEN I-O festreg
               PERFORM GET_LASTID_ESTREG
               MOVE fst_numStmt TO fer_numStmt
               MOVE fst_numCo TO fer_numCo
               MOVE fst_year TO fer_year
               MOVE fst_month TO fer_month
               MOVE WS-BUSINESS-DATE TO fer_date
               MOVE WS-EST-KIND TO fer_kind
               MOVE WS-EST-LINES TO fer_lines
               MOVE fst_total_entier TO fer_total_entier
               MOVE fst_total_decimal TO fer_total_decimal
               MOVE WS-EST-NAME TO fer_file
               MOVE WS-CURRENT-USER-NUM TO fer_user
               WRITE tamp_festreg
                   INVALID KEY
                       DISPLAY "DELIVERY REGISTER WRITE FAILED FOR "
                           "STATEMENT " fst_numStmt
                   NOT INVALID KEY
                       MOVE "festreg" TO WS-AUDIT-FILE
                       MOVE fer_numEr TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE festreg
           DISPLAY "E-STATEMENT " FUNCTION TRIM(WS-EST-NAME)
               " COMPANY " fst_numCo " LINES " WS-EST-LINES.

      * fr_* HOLDS A LIVE STAY ON THE STATEMENT - PRICES IT (SAME
      * MATH AS STMT_ADD_LIVE_REVENUE) AND WRITES ITS L LINE.
       EST_LIVE_STAY.
           MOVE fr_numResa TO WS-EST-S-RESA
           MOVE fr_date_debut_date TO WS-EST-S-DATE
           MOVE SPACES TO WS-EST-S-TYPE
           MOVE 0 TO WS-REV-DURATION
           MOVE 0 TO WS-REV-AMOUNT
           MOVE fr_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fc_typeCh TO WS-EST-S-TYPE
                       MOVE fst_numCo TO WS-CRT-CO
                       MOVE fr_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch
           PERFORM EST_STAY_LINE.

      * fra_* HOLDS AN ARCHIVED STAY ON THE STATEMENT - SAME AS
      * EST_LIVE_STAY WITH STMT_ADD_ARCH_REVENUE'S MATH.
       EST_ARCH_STAY.
           MOVE fra_numResa TO WS-EST-S-RESA
           MOVE fra_date_debut_date TO WS-EST-S-DATE
           MOVE SPACES TO WS-EST-S-TYPE
           MOVE 0 TO WS-REV-DURATION
           MOVE 0 TO WS-REV-AMOUNT
           MOVE fra_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fc_typeCh TO WS-EST-S-TYPE
                       MOVE fra_date_debut TO fr_date_debut
                       MOVE fst_numCo TO WS-CRT-CO
                       MOVE fra_plan TO WS-RPL-ARM
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fra_duree_hours + (fra_duree_minute / 60)
                           + (fra_nights * 24)
                       PERFORM DST_ARCH_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch
           PERFORM EST_STAY_LINE.

      * WS-REV-AMOUNT/WS-REV-DURATION AND WS-EST-S-* HOLD ONE PRICED
      * STAY - SPLITS THE ROOM VAT OUT OF THE AMOUNT, ADDS IT TO THE
      * RUNNING AND PER-RATE TOTALS AND WRITES THE L LINE.
       EST_STAY_LINE.
           MOVE 0 TO WS-VAT-CODE
           PERFORM GET_VAT_RATE_FOR_CODE
           MOVE WS-VAT-RATE TO WS-EST-S-RATE
           COMPUTE WS-EST-S-VAT = WS-REV-AMOUNT * WS-EST-S-RATE
               / (100 + WS-EST-S-RATE)
           COMPUTE WS-EST-S-NET = WS-REV-AMOUNT - WS-EST-S-VAT
           ADD 1 TO WS-EST-LINES
           ADD WS-EST-S-NET TO WS-EST-NET
           ADD WS-EST-S-VAT TO WS-EST-VAT
           ADD WS-REV-AMOUNT TO WS-EST-TOT
           MOVE 0 TO WS-EST-FOUND
           PERFORM VARYING WS-EST-RIDX FROM 1 BY 1
               UNTIL WS-EST-RIDX > WS-EST-RCNT OR WS-EST-FOUND = 1
               IF WS-EST-R-RATE(WS-EST-RIDX) = WS-EST-S-RATE THEN
                   MOVE 1 TO WS-EST-FOUND
                   ADD WS-EST-S-NET TO WS-EST-R-NET(WS-EST-RIDX)
                   ADD WS-EST-S-VAT TO WS-EST-R-VAT(WS-EST-RIDX)
                   ADD WS-REV-AMOUNT TO WS-EST-R-TOT(WS-EST-RIDX)
               END-IF
           END-PERFORM
           IF WS-EST-FOUND = 0 AND WS-EST-RCNT < 10 THEN
               ADD 1 TO WS-EST-RCNT
               MOVE WS-EST-S-RATE TO WS-EST-R-RATE(WS-EST-RCNT)
               MOVE WS-EST-S-NET TO WS-EST-R-NET(WS-EST-RCNT)
               MOVE WS-EST-S-VAT TO WS-EST-R-VAT(WS-EST-RCNT)
               MOVE WS-REV-AMOUNT TO WS-EST-R-TOT(WS-EST-RCNT)
           END-IF
           MOVE WS-REV-DURATION TO WS-EST-HRS-ED
           MOVE WS-EST-S-RATE TO WS-EST-RATE-ED
           MOVE WS-EST-S-NET TO WS-EST-NET-ED
           MOVE WS-EST-S-VAT TO WS-EST-VAT-ED
           MOVE WS-REV-AMOUNT TO WS-EST-TOT-ED
           MOVE SPACES TO tamp_festmt
           STRING "L," WS-EST-LINES "," WS-EST-S-RESA ","
               WS-EST-S-DATE "," FUNCTION TRIM(WS-EST-S-TYPE) ","
               WS-EST-HRS-ED "," WS-EST-NET-ED "," WS-EST-RATE-ED
               "," WS-EST-VAT-ED "," WS-EST-TOT-ED
               DELIMITED BY SIZE INTO tamp_festmt
           WRITE tamp_festmt.

      * MONTHLY DELIVERY REGISTER FOR THE STATEMENT PERIOD JUST
      * BILLED - EVERY festreg DELIVERY (SENT OR RESENT) OF A
      * STATEMENT FOR THAT MONTH, THEN EVERY STATEMENT OF THE MONTH
      * FOR AN ELECTRONIC ACCOUNT THAT HAS NO DELIVERY ON RECORD.
      * RUNS AFTER CONSOLIDATE_COMPANY_STATEMENTS.
       E_STATEMENT_REGISTER_REPORT.
           MOVE WS-CURRENT-YEAR TO WS-EST-YEAR
           MOVE WS-CURRENT-MONTH TO WS-EST-MONTH
           SUBTRACT 1 FROM WS-EST-MONTH
           IF WS-EST-MONTH = 0 THEN
               MOVE 12 TO WS-EST-MONTH
               SUBTRACT 1 FROM WS-EST-YEAR
           END-IF
           MOVE "ESTREG" TO WS-RPT-CODE
           MOVE "E-STATEMENT DELIVERY REGISTER" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "STATEMENT PERIOD " WS-EST-YEAR "-" WS-EST-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-EST-SENT
           MOVE 0 TO WS-EST-RESENT
           OPEN INPUT festreg
               MOVE 0 TO WS-EST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-EST-EOF = 1
                   READ festreg NEXT
                       AT END
                           MOVE 1 TO WS-EST-EOF
                       NOT AT END
                           IF fer_year = WS-EST-YEAR AND
                               fer_month = WS-EST-MONTH THEN
                               IF fer_kind = "R" THEN
                                   ADD 1 TO WS-EST-RESENT
                               ELSE
                                   ADD 1 TO WS-EST-SENT
                               END-IF
                               MOVE SPACES TO WS-RPT-LINE
                               STRING fer_numEr " " fer_kind " STMT "
                                   fer_numStmt " CO " fer_numCo " ON "
                                   fer_date " LINES " fer_lines " "
                                   fer_total_entier "."
                                   fer_total_decimal " BY " fer_user
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE festreg
           OPEN INPUT fco
           OPEN INPUT fstmt
               MOVE 0 TO WS-EST-EOF
               PERFORM WITH TEST AFTER UNTIL WS-EST-EOF = 1
                   READ fstmt NEXT
                       AT END
                           MOVE 1 TO WS-EST-EOF
                       NOT AT END
                           IF fst_year = WS-EST-YEAR AND
                               fst_month = WS-EST-MONTH THEN
                               PERFORM EST_CHECK_DELIVERED
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fstmt
           CLOSE fco
           MOVE SPACES TO WS-RPT-LINE
           STRING "SENT: " WS-EST-SENT " RESENT: " WS-EST-RESENT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fstmt HOLDS A STATEMENT OF THE PERIOD (fco OPEN) - FLAGS
      * IT WHEN ITS ACCOUNT IS ELECTRONIC AND festreg HAS NO
      * DELIVERY FOR IT.
       EST_CHECK_DELIVERED.
           MOVE fst_numCo TO fco_numCo
           READ fco
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fco_delivery = 1 THEN
                       MOVE 0 TO WS-EST-FOUND
                       OPEN INPUT festreg
                           MOVE fst_numStmt TO fer_numStmt
                           READ festreg KEY IS fer_numStmt
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 1 TO WS-EST-FOUND
                           END-READ
                       CLOSE festreg
                       IF WS-EST-FOUND = 0 THEN
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "NOT DELIVERED: STMT " fst_numStmt
                               " CO " fst_numCo " "
                               FUNCTION TRIM(fco_nom)
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM REPORT_LINE
                       END-IF
                   END-IF
           END-READ.

      * THE MONTH'S LOST DEMAND - EVERY LOGGED REFUSAL TABULATED
      * BY REASON, WEEKDAY AND HOUR. THE EVIDENCE BEHIND "BUILD
      * MORE JACUZZI SUITES OR EXTEND fc_close_hour".
       LOST_DEMAND_REPORT.
           MOVE 0 TO WS-TRN-TOTAL
           MOVE 0 TO WS-TRN-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-TRN-IDX = 7
               ADD 1 TO WS-TRN-IDX
               MOVE 0 TO WS-TRN-REASON-CNT(WS-TRN-IDX)
               MOVE 0 TO WS-TRN-DW-CNT(WS-TRN-IDX)
           END-PERFORM
           MOVE 0 TO WS-TRN-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-TRN-IDX = 24
               ADD 1 TO WS-TRN-IDX
               MOVE 0 TO WS-TRN-HOUR-CNT(WS-TRN-IDX)
           END-PERFORM
           OPEN INPUT fturn
           IF cr_fturn NOT = "00" THEN
               CLOSE fturn
               DISPLAY "NO TURN-AWAYS LOGGED YET"
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fturn
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF tamp_fturn(1:4) = WS-CURRENT-YEAR
                               AND tamp_fturn(5:2) =
                               WS-CURRENT-MONTH THEN
                               PERFORM TRN_TALLY_ONE_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fturn
               DISPLAY "LOST DEMAND THIS MONTH - " WS-TRN-TOTAL
                   " REFUSALS"
               DISPLAY "BY REASON (1 BUSY 2 CAPACITY 3 HOURS"
                   " 4 BLACKLIST 5 CLOSE-OUT 6 WAITLIST-NO"
                   " 7 NO FIT):"
               MOVE 0 TO WS-TRN-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-TRN-IDX = 7
                   ADD 1 TO WS-TRN-IDX
                   DISPLAY "  REASON " WS-TRN-IDX ": "
                       WS-TRN-REASON-CNT(WS-TRN-IDX)
               END-PERFORM
               DISPLAY "BY WEEKDAY (0 SAT .. 6 FRI):"
               MOVE 0 TO WS-TRN-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-TRN-IDX = 7
                   ADD 1 TO WS-TRN-IDX
                   COMPUTE WS-TRN-SHOW = WS-TRN-IDX - 1
                   DISPLAY "  DAY " WS-TRN-SHOW ": "
                       WS-TRN-DW-CNT(WS-TRN-IDX)
               END-PERFORM
               DISPLAY "BY HOUR:"
               MOVE 0 TO WS-TRN-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-TRN-IDX = 24
                   ADD 1 TO WS-TRN-IDX
                   IF WS-TRN-HOUR-CNT(WS-TRN-IDX) NOT = 0 THEN
                       COMPUTE WS-TRN-SHOW = WS-TRN-IDX - 1
                       DISPLAY "  HOUR " WS-TRN-SHOW ": "
                           WS-TRN-HOUR-CNT(WS-TRN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      * tamp_fturn HOLDS ONE OF THE MONTH'S REFUSALS - PARSE AND
      * BUCKET IT.
       TRN_TALLY_ONE_LINE.
           MOVE SPACES TO WS-TRN-FIELDS
           UNSTRING tamp_fturn DELIMITED BY ","
               INTO WS-TRN-P-DATE WS-TRN-P-DW WS-TRN-P-HOUR
                   WS-TRN-P-REASON WS-TRN-P-TYPE WS-TRN-P-GUESTS
           ADD 1 TO WS-TRN-TOTAL
           COMPUTE WS-TRN-IDX = FUNCTION NUMVAL(WS-TRN-P-REASON)
           IF WS-TRN-IDX >= 1 AND WS-TRN-IDX <= 7 THEN
               ADD 1 TO WS-TRN-REASON-CNT(WS-TRN-IDX)
           END-IF
           COMPUTE WS-TRN-IDX =
               FUNCTION NUMVAL(WS-TRN-P-DW) + 1
           IF WS-TRN-IDX >= 1 AND WS-TRN-IDX <= 7 THEN
               ADD 1 TO WS-TRN-DW-CNT(WS-TRN-IDX)
           END-IF
           COMPUTE WS-TRN-IDX =
               FUNCTION NUMVAL(WS-TRN-P-HOUR) + 1
           IF WS-TRN-IDX >= 1 AND WS-TRN-IDX <= 24 THEN
               ADD 1 TO WS-TRN-HOUR-CNT(WS-TRN-IDX)
           END-IF.

      * CAMPAIGN RETURN ON INVESTMENT OVER THE TRAILING QUARTER -
      * PER REGISTERED CAMPAIGN: COST AGAINST (A) REVENUE OF STAYS
      * THAT REDEEMED ITS CODE AND (B) REVENUE OF STAYS BOOKED BY A
      * MESSAGED CLIENT STARTING WITHIN THE ATTRIBUTION WINDOW OF
      * THE SEND (NO CODE, FROM THE SEND REGISTER) - SO THE
      * BIRTHDAY BATCH AND THE IDLE-TUESDAY BLAST CAN FINALLY BE
      * COMPARED. RUN BY BATCH-MAIN ON THE FIRST.
       CAMPAIGN_ROI_REPORT.
           MOVE "CAMPROI" TO WS-RPT-CODE
           MOVE "CAMPAIGN ROI REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 92 TIMES
               PERFORM SUBTRACT_DAY_FROM_WORK_DATE
           END-PERFORM
           MOVE WS-WORK-DATE TO WS-CAM-QSTART
           MOVE "CAMPAIGN/BOOKINGS/REVENUE/COST/RESULT" TO
               WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fcamp
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcamp NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM CAM_ROI_ONE_CAMPAIGN
                   END-READ
               END-PERFORM
           CLOSE fcamp
           PERFORM END_REPORT.

      * tamp_fcamp HOLDS ONE CAMPAIGN - GATHER ITS ATTRIBUTED
      * REVENUE AND PRINT THE ROI LINE.
       CAM_ROI_ONE_CAMPAIGN.
           MOVE 0 TO WS-CAM-REV
           MOVE 0 TO WS-CAM-BOOKINGS
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_promo = fcg_code AND
                               fr_status NOT = 3 AND
                               fr_date_debut_date >= WS-CAM-QSTART
                               THEN
                               PERFORM CAM_ADD_STAY_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_promo = fcg_code AND
                               fra_date_debut_date >= WS-CAM-QSTART
                               THEN
                               MOVE fra_numCh TO fr_numCh
                               MOVE fra_date_debut TO fr_date_debut
                               MOVE fra_duree TO fr_duree
                               MOVE fra_nights TO fr_nights
                               MOVE fra_discount TO fr_discount
                               PERFORM CAM_ADD_STAY_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           PERFORM CAM_SCAN_SEND_REGISTER
           COMPUTE WS-CAM-COST = fcg_cost_entier +
               (fcg_cost_decimal / 100)
           COMPUTE WS-CAM-ROI = WS-CAM-REV - WS-CAM-COST
           MOVE SPACES TO WS-RPT-LINE
           STRING fcg_code " " WS-CAM-BOOKINGS " " WS-CAM-REV " "
               WS-CAM-COST " " WS-CAM-ROI
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * fr_numCh/fr_date_debut/fr_duree/fr_nights/fr_discount HOLD
      * ONE ATTRIBUTED STAY - ADD ITS NET REVENUE TO THE CAMPAIGN.
       CAM_ADD_STAY_REVENUE.
           MOVE fr_numCh TO fc_numCh
           MOVE 0 TO WS-REV-PRICE
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           ADD WS-REV-NET TO WS-CAM-REV
           ADD 1 TO WS-CAM-BOOKINGS.

      * tamp_fcamp STILL HOLDS THE CAMPAIGN - EVERY SEND-REGISTER
      * LINE FOR IT IS JOINED TO THE CLIENT'S LIVE STAYS STARTING
      * INSIDE THE ATTRIBUTION WINDOW OF THE SEND; CODE-LESS
      * CONVERSIONS ONLY (CODED ONES WERE ALREADY COUNTED).
       CAM_SCAN_SEND_REGISTER.
           OPEN INPUT fcamplog
           IF cr_fcamplog NOT = "00" THEN
               CLOSE fcamplog
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcamplog
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO WS-CAM-FIELDS
                           UNSTRING tamp_fcamplog DELIMITED BY ","
                               INTO WS-CAM-P-DATE WS-CAM-P-CODE
                                   WS-CAM-P-CL
                           IF WS-CAM-P-CODE = fcg_code THEN
                               PERFORM CAM_JOIN_ONE_SEND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fcamplog
           END-IF.

      * ONE SEND LINE MATCHED THE CAMPAIGN - ANY OF THE CLIENT'S
      * LIVE STAYS STARTING BETWEEN THE SEND AND SEND+WINDOW AND
      * CARRYING NO PROMO CODE IS ATTRIBUTED.
       CAM_JOIN_ONE_SEND.
           MOVE WS-CAM-P-DATE(1:4) TO WS-CAM-SD-YEAR
           MOVE WS-CAM-P-DATE(5:2) TO WS-CAM-SD-MONTH
           MOVE WS-CAM-P-DATE(7:2) TO WS-CAM-SD-DAY
           MOVE WS-CAM-SEND-DATE TO WS-WORK-DATE
           MOVE fcg_window_days TO WS-ADD-DAYS
           PERFORM ADD_DAYS_TO_WORK_DATE
           MOVE WS-WORK-DATE TO WS-CAM-LIMIT-DATE
           COMPUTE WS-CAM-FIND-CL = FUNCTION NUMVAL(WS-CAM-P-CL)
           OPEN INPUT fresa
               MOVE WS-CAM-FIND-CL TO fr_numCl
               START fresa KEY IS EQUAL fr_numCl
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fresa NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fr_numCl NOT = WS-CAM-FIND-CL
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fr_promo = SPACES AND
                                           fr_status NOT = 3 AND
                                           fr_date_debut_date >=
                                           WS-CAM-SEND-DATE AND
                                           fr_date_debut_date <=
                                           WS-CAM-LIMIT-DATE THEN
                                           PERFORM
                                             CAM_ADD_STAY_REVENUE
                                           MOVE 1 TO Wstop
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fresa.

      * WHAT EACH CONTRACT COSTS THE HOUSE - FOR EVERY ACCOUNT
      * STAY ENDED THIS MONTH (LIVE AND ARCHIVED), THE SAME STAY IS
      * PRICED TWICE: ONCE AT RACK AND ONCE WITH THE CONTRACT GRID
      * ARMED; THE GAP PER COMPANY IS THE OWNER'S ANSWER.
       NEGOTIATED_VS_RACK_REPORT.
           MOVE 0 TO WS-CRT-CNT
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_numCo NOT = 0 AND
                               fr_date_fin_year = WS-CURRENT-YEAR
                               AND fr_date_fin_month =
                               WS-CURRENT-MONTH THEN
                               PERFORM CRT_TALLY_ONE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_numCo NOT = 0 AND
                               fra_date_fin_year = WS-CURRENT-YEAR
                               AND fra_date_fin_month =
                               WS-CURRENT-MONTH THEN
                               MOVE fra_numCh TO fr_numCh
                               MOVE fra_numCo TO fr_numCo
                               MOVE fra_date_debut TO fr_date_debut
                               MOVE fra_duree TO fr_duree
                               MOVE fra_nights TO fr_nights
                               PERFORM CRT_TALLY_ONE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           DISPLAY "NEGOTIATED VS RACK THIS MONTH - "
               "COMPANY/STAYS/RACK/NEGOTIATED/COST"
           MOVE 0 TO WS-CRT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-CRT-IDX = WS-CRT-CNT
               ADD 1 TO WS-CRT-IDX
               COMPUTE WS-REV-AMOUNT =
                   WS-CRT-T-RACK(WS-CRT-IDX) -
                   WS-CRT-T-NEGO(WS-CRT-IDX)
               DISPLAY WS-CRT-T-CO(WS-CRT-IDX) " "
                   WS-CRT-T-STAYS(WS-CRT-IDX) " "
                   WS-CRT-T-RACK(WS-CRT-IDX) " "
                   WS-CRT-T-NEGO(WS-CRT-IDX) " "
                   WS-REV-AMOUNT
           END-PERFORM.

      * fr_numCh/fr_numCo/fr_date_debut/fr_duree/fr_nights HOLD THE
      * STAY - PRICE IT AT RACK, THEN AGAIN WITH THE CONTRACT
      * ARMED, AND FOLD BOTH INTO THE COMPANY'S BUCKET.
       CRT_TALLY_ONE_STAY.
           MOVE fr_numCh TO fc_numCh
           MOVE 0 TO WS-CRT-RACK
           MOVE 0 TO WS-CRT-NEGO
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-CRT-RACK =
                           WS-REV-PRICE * WS-REV-DURATION
                       MOVE fr_numCo TO WS-CRT-CO
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-CRT-NEGO =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch
           MOVE 0 TO WS-CRT-HIT
           MOVE 0 TO WS-CRT-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-CRT-IDX = WS-CRT-CNT
               OR WS-CRT-HIT = 1
               ADD 1 TO WS-CRT-IDX
               IF WS-CRT-T-CO(WS-CRT-IDX) = fr_numCo THEN
                   ADD WS-CRT-RACK TO WS-CRT-T-RACK(WS-CRT-IDX)
                   ADD WS-CRT-NEGO TO WS-CRT-T-NEGO(WS-CRT-IDX)
                   ADD 1 TO WS-CRT-T-STAYS(WS-CRT-IDX)
                   MOVE 1 TO WS-CRT-HIT
               END-IF
           END-PERFORM
           IF WS-CRT-HIT = 0 AND WS-CRT-CNT < 20 THEN
               ADD 1 TO WS-CRT-CNT
               MOVE fr_numCo TO WS-CRT-T-CO(WS-CRT-CNT)
               MOVE WS-CRT-RACK TO WS-CRT-T-RACK(WS-CRT-CNT)
               MOVE WS-CRT-NEGO TO WS-CRT-T-NEGO(WS-CRT-CNT)
               MOVE 1 TO WS-CRT-T-STAYS(WS-CRT-CNT)
           END-IF.

      * THE MONTH'S UPGRADE SALES PER CLERK, READ BACK FROM THE
      * UPGRADE LOG (LINES START YYYY-MM SO A PREFIX COMPARE PICKS
      * THE MONTH).
       UPGRADE_REVENUE_REPORT.
           MOVE 0 TO WS-UPG-CNT
           OPEN INPUT fupglog
           IF cr_fupglog NOT = "00" THEN
               CLOSE fupglog
               DISPLAY "NO UPGRADES LOGGED YET"
           ELSE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fupglog
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF tamp_fupglog(1:4) = WS-CURRENT-YEAR
                               AND tamp_fupglog(6:2) =
                               WS-CURRENT-MONTH THEN
                               PERFORM UPG_TALLY_ONE_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fupglog
               DISPLAY "UPGRADE REVENUE THIS MONTH - CLERK/SALES/"
                   "REVENUE"
               MOVE 0 TO WS-UPG-IDX
               PERFORM WITH TEST BEFORE UNTIL
                   WS-UPG-IDX = WS-UPG-CNT
                   ADD 1 TO WS-UPG-IDX
                   DISPLAY WS-UPG-CLERK(WS-UPG-IDX) " "
                       WS-UPG-COUNT(WS-UPG-IDX) " "
                       WS-UPG-REV(WS-UPG-IDX)
               END-PERFORM
           END-IF.

      * tamp_fupglog HOLDS ONE OF THE MONTH'S UPGRADE LINES - FOLD
      * IT INTO ITS CLERK'S BUCKET.
       UPG_TALLY_ONE_LINE.
           MOVE SPACES TO WS-UPG-FIELDS
           UNSTRING tamp_fupglog DELIMITED BY ","
               INTO WS-UPG-P-DATE WS-UPG-P-CLERK WS-UPG-P-RESA
                   WS-UPG-P-OLD WS-UPG-P-NEW WS-UPG-P-AMT
                   WS-UPG-P-KIND
           MOVE 0 TO WS-UPG-HIT
           MOVE 0 TO WS-UPG-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-UPG-IDX = WS-UPG-CNT
               OR WS-UPG-HIT = 1
               ADD 1 TO WS-UPG-IDX
               IF WS-UPG-CLERK(WS-UPG-IDX) =
                   FUNCTION NUMVAL(WS-UPG-P-CLERK) THEN
                   ADD 1 TO WS-UPG-COUNT(WS-UPG-IDX)
                   COMPUTE WS-UPG-REV(WS-UPG-IDX) =
                       WS-UPG-REV(WS-UPG-IDX) +
                       FUNCTION NUMVAL(WS-UPG-P-AMT)
                   MOVE 1 TO WS-UPG-HIT
               END-IF
           END-PERFORM
           IF WS-UPG-HIT = 0 AND WS-UPG-CNT < 20 THEN
               ADD 1 TO WS-UPG-CNT
               COMPUTE WS-UPG-CLERK(WS-UPG-CNT) =
                   FUNCTION NUMVAL(WS-UPG-P-CLERK)
               MOVE 1 TO WS-UPG-COUNT(WS-UPG-CNT)
               COMPUTE WS-UPG-REV(WS-UPG-CNT) =
                   FUNCTION NUMVAL(WS-UPG-P-AMT)
           END-IF.

      * MONTHLY CHANNEL COMMISSION SETTLEMENT - GATHERS EVERY
      * CHANNEL-ORIGINATED STAY (fr_origin/fra_origin NONZERO)
      * COMPLETED IN THE MONTH JUST ENDED FROM fresa AND fresaarch,
      * APPLIES EACH PARTNER'S RATE FROM fpartner, SPOOLS THE
      * SETTLEMENT STATEMENT AND APPENDS ITS OWN BALANCED JOURNAL
      * SET (COMMISSION EXPENSE AGAINST COMMISSION PAYABLE, WITH
      * CONTROL TRAILERS) TO THE GL EXPORT SO THE ACCOUNTANT STOPS
      * REKEYING THE SPREADSHEET. RUN BY BATCH-MAIN ON THE FIRST.
       COMMISSION_SETTLEMENT.
           MOVE WS-CURRENT-YEAR TO WS-COM-YEAR
           MOVE WS-CURRENT-MONTH TO WS-COM-MONTH
           SUBTRACT 1 FROM WS-COM-MONTH
           IF WS-COM-MONTH = 0 THEN
               MOVE 12 TO WS-COM-MONTH
               SUBTRACT 1 FROM WS-COM-YEAR
           END-IF
           MOVE 0 TO WS-COM-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-COM-IDX = 9
               ADD 1 TO WS-COM-IDX
               MOVE 0 TO WS-COM-REV(WS-COM-IDX)
               MOVE 0 TO WS-COM-STAYS(WS-COM-IDX)
           END-PERFORM
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_origin NOT = 0 AND
                               fr_status = 2 AND
                               fr_date_fin_year = WS-COM-YEAR AND
                               fr_date_fin_month = WS-COM-MONTH THEN
                               PERFORM COM_TALLY_LIVE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_origin NOT = 0 AND
                               fra_date_fin_year = WS-COM-YEAR AND
                               fra_date_fin_month = WS-COM-MONTH
                               THEN
                               PERFORM COM_TALLY_ARCH_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           MOVE "COMMSET" TO WS-RPT-CODE
           MOVE "CHANNEL COMMISSION SETTLEMENT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "SETTLEMENT FOR " WS-COM-YEAR "-" WS-COM-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-COM-TOTAL
           MOVE 0 TO WS-COM-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-COM-IDX = 9
               ADD 1 TO WS-COM-IDX
               IF WS-COM-STAYS(WS-COM-IDX) > 0 THEN
                   PERFORM COM_SETTLE_ONE_PARTNER
               END-IF
           END-PERFORM
           PERFORM END_REPORT
           IF WS-COM-TOTAL NOT = 0 THEN
               PERFORM COM_POST_GL_SET
           END-IF.

      * MONTHLY ALLOTMENT UTILISATION - FOR THE MONTH JUST ENDED,
      * PARTNER BY PARTNER, EVERY ALLOTMENT CONTRACT THAT COVERED
      * ANY OF ITS DAYS: ROOM-DAYS OFFERED (ROOMS x DAYS COVERED)
      * AGAINST ROOM-DAYS THE CHANNEL ACTUALLY TOOK - ITS OWN STAYS
      * OF THAT ROOM TYPE ARRIVING EACH DAY, LIVE OR ARCHIVED,
      * COUNTED UP TO THE CONTRACT'S ROOMS. RUN BY BATCH-MAIN ON THE
      * FIRST NEXT TO COMMISSION_SETTLEMENT.
       ALLOTMENT_UTILISATION_REPORT.
           MOVE WS-CURRENT-YEAR TO WS-ALU-YEAR
           MOVE WS-CURRENT-MONTH TO WS-ALU-MONTH
           SUBTRACT 1 FROM WS-ALU-MONTH
           IF WS-ALU-MONTH = 0 THEN
               MOVE 12 TO WS-ALU-MONTH
               SUBTRACT 1 FROM WS-ALU-YEAR
           END-IF
           COMPUTE WS-ALU-START = WS-ALU-YEAR * 10000 +
               WS-ALU-MONTH * 100 + 1
           IF WS-ALU-MONTH = 12 THEN
               COMPUTE WS-ALU-END = (WS-ALU-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-ALU-END = WS-ALU-START + 100
           END-IF
           COMPUTE WS-ALU-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ALU-END) - 1)
           MOVE WS-ALU-END(7:2) TO WS-ALU-LAST
           MOVE 0 TO WS-ALU-COUNT
           MOVE "ALLOTUTL" TO WS-RPT-CODE
           MOVE "CHANNEL ALLOTMENT UTILISATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "UTILISATION FOR " WS-ALU-YEAR "-" WS-ALU-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-ALU-PT
           PERFORM WITH TEST BEFORE UNTIL WS-ALU-PT = 9
               ADD 1 TO WS-ALU-PT
               PERFORM ALU_ONE_PARTNER
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "CONTRACTS REPORTED: " WS-ALU-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * WS-ALU-PT HOLDS THE PARTNER - ONE LINE PER CONTRACT OF ITS
      * THAT OVERLAPS THE MONTH, UNDER A HEADING PRINTED WITH THE
      * FIRST ONE.
       ALU_ONE_PARTNER.
           MOVE 0 TO WS-ALU-HDR
           MOVE SPACES TO WS-ALU-NAME
           OPEN INPUT fpartner
               MOVE WS-ALU-PT TO fpt_numPt
               READ fpartner
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fpt_nom TO WS-ALU-NAME
               END-READ
           CLOSE fpartner
           OPEN INPUT fallot
               MOVE 0 TO WS-ALT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-ALT-EOF = 1
                   READ fallot NEXT
                       AT END
                           MOVE 1 TO WS-ALT-EOF
                       NOT AT END
                           IF fat_numPt = WS-ALU-PT AND
                               fat_from <= WS-ALU-END AND
                               fat_to >= WS-ALU-START THEN
                               IF WS-ALU-HDR = 0 THEN
                                   MOVE 1 TO WS-ALU-HDR
                                   MOVE SPACES TO WS-RPT-LINE
                                   STRING "PARTNER " WS-ALU-PT " "
                                       WS-ALU-NAME
                                       DELIMITED BY SIZE
                                       INTO WS-RPT-LINE
                                   PERFORM REPORT_LINE
                               END-IF
                               PERFORM ALU_ONE_CONTRACT
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fallot.

      * tamp_fallot HOLDS A CONTRACT OVERLAPPING THE MONTH - COUNTS
      * THE PARTNER'S ARRIVALS OF THE CONTRACT'S ROOM TYPE ON EACH
      * COVERED DAY, CAPS EACH DAY AT fat_rooms AND PRINTS THE LINE.
       ALU_ONE_CONTRACT.
           ADD 1 TO WS-ALU-COUNT
           IF fat_from < WS-ALU-START THEN
               MOVE 1 TO WS-ALU-D1
           ELSE
               MOVE fat_from_day TO WS-ALU-D1
           END-IF
           IF fat_to > WS-ALU-END THEN
               MOVE WS-ALU-LAST TO WS-ALU-D2
           ELSE
               MOVE fat_to_day TO WS-ALU-D2
           END-IF
           COMPUTE WS-ALU-DAYS = WS-ALU-D2 - WS-ALU-D1 + 1
           MOVE 0 TO WS-ALU-D
           PERFORM WITH TEST BEFORE UNTIL WS-ALU-D = 31
               ADD 1 TO WS-ALU-D
               MOVE 0 TO WS-ALU-DAY-CNT(WS-ALU-D)
           END-PERFORM
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_origin = WS-ALU-PT AND
                               fr_status NOT = 3 AND
                               fr_date_debut_year = WS-ALU-YEAR AND
                               fr_date_debut_month = WS-ALU-MONTH AND
                               fr_date_debut_day >= WS-ALU-D1 AND
                               fr_date_debut_day <= WS-ALU-D2 THEN
                               MOVE fr_numCh TO fc_numCh
                               MOVE fr_date_debut_day TO WS-ALU-D
                               PERFORM ALU_COUNT_ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_origin = WS-ALU-PT AND
                               fra_status NOT = 3 AND
                               fra_date_debut_year = WS-ALU-YEAR AND
                               fra_date_debut_month = WS-ALU-MONTH
                               AND fra_date_debut_day >= WS-ALU-D1
                               AND fra_date_debut_day <= WS-ALU-D2
                               THEN
                               MOVE fra_numCh TO fc_numCh
                               MOVE fra_date_debut_day TO WS-ALU-D
                               PERFORM ALU_COUNT_ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           COMPUTE WS-ALU-OFFERED = fat_rooms * WS-ALU-DAYS
           MOVE 0 TO WS-ALU-TAKEN
           MOVE WS-ALU-D1 TO WS-ALU-D
           PERFORM WITH TEST BEFORE UNTIL WS-ALU-D > WS-ALU-D2
               MOVE WS-ALU-DAY-CNT(WS-ALU-D) TO WS-ALU-DAY-USED
               IF WS-ALU-DAY-USED > fat_rooms THEN
                   MOVE fat_rooms TO WS-ALU-DAY-USED
               END-IF
               ADD WS-ALU-DAY-USED TO WS-ALU-TAKEN
               ADD 1 TO WS-ALU-D
           END-PERFORM
           MOVE 0 TO WS-ALU-PCT
           IF WS-ALU-OFFERED > 0 THEN
               COMPUTE WS-ALU-PCT =
                   WS-ALU-TAKEN * 100 / WS-ALU-OFFERED
           END-IF
           MOVE fat_numAl TO WS-ALU-L-NUM
           MOVE fat_typeCh TO WS-ALU-L-TYPE
           MOVE fat_rooms TO WS-ALU-L-ROOMS
           MOVE WS-ALU-DAYS TO WS-ALU-L-DAYS
           MOVE WS-ALU-OFFERED TO WS-ALU-L-OFFERED
           MOVE WS-ALU-TAKEN TO WS-ALU-L-TAKEN
           MOVE WS-ALU-PCT TO WS-ALU-L-PCT
           MOVE WS-ALU-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * fc_numCh HOLDS THE STAY'S ROOM AND WS-ALU-D ITS ARRIVAL DAY -
      * COUNTS IT WHEN THE ROOM IS OF THE CONTRACT'S TYPE.
       ALU_COUNT_ARRIVAL.
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fc_typeCh = fat_typeCh THEN
                           ADD 1 TO WS-ALU-DAY-CNT(WS-ALU-D)
                       END-IF
               END-READ
           CLOSE fch.

      * fr_* HOLDS A COMPLETED CHANNEL STAY - SAME PRICE x DURATION
      * LESS DISCOUNT MATH AS GENERATE_INVOICE, INTO ITS ORIGIN'S
      * BUCKET.
       COM_TALLY_LIVE_STAY.
           MOVE fr_numCh TO fc_numCh
           MOVE 0 TO WS-REV-PRICE
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-REV-DURATION =
               fr_duree_hours + (fr_duree_minute / 60)
               + (fr_nights * 24)
           PERFORM DST_STAY_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           ADD WS-REV-NET TO WS-COM-REV(fr_origin)
           ADD 1 TO WS-COM-STAYS(fr_origin).

      * fra_* HOLDS A COMPLETED CHANNEL STAY FROM THE ARCHIVE -
      * SAME MATH THROUGH THE fr_date_debut FEED THE OTHER ARCHIVE
      * TALLIES USE.
       COM_TALLY_ARCH_STAY.
           MOVE fra_numCh TO fc_numCh
           MOVE 0 TO WS-REV-PRICE
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fra_date_debut TO fr_date_debut
                       PERFORM GET_ROOM_RATE_FOR_DATE
               END-READ
           CLOSE fch
           COMPUTE WS-REV-DURATION =
               fra_duree_hours + (fra_duree_minute / 60)
               + (fra_nights * 24)
           PERFORM DST_ARCH_CORRECTION
           ADD WS-DST-HOURS TO WS-REV-DURATION
           COMPUTE WS-REV-NET =
               (WS-REV-PRICE * WS-REV-DURATION)
               - fra_discount_entier - (fra_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF
           ADD WS-REV-NET TO WS-COM-REV(fra_origin)
           ADD 1 TO WS-COM-STAYS(fra_origin).

      * WS-COM-IDX HOLDS AN ORIGIN WITH REVENUE - THE PARTNER'S
      * RATE IS APPLIED AND THE STATEMENT LINES PRINTED; AN ORIGIN
      * WITH NO fpartner RECORD IS FLAGGED INSTEAD OF GUESSED AT.
       COM_SETTLE_ONE_PARTNER.
           MOVE 0 TO Wtrouve
           OPEN INPUT fpartner
               MOVE WS-COM-IDX TO fpt_numPt
               READ fpartner
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO Wtrouve
               END-READ
           CLOSE fpartner
           IF Wtrouve = 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "ORIGIN " WS-COM-IDX " - NO PARTNER RATE ON"
                   " FILE - NOT SETTLED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               COMPUTE WS-COM-AMOUNT =
                   WS-COM-REV(WS-COM-IDX) * fpt_rate / 100
               ADD WS-COM-AMOUNT TO WS-COM-TOTAL
               MOVE SPACES TO WS-RPT-LINE
               STRING FUNCTION TRIM(fpt_nom) " - STAYS "
                   WS-COM-STAYS(WS-COM-IDX) " REVENUE "
                   WS-COM-REV(WS-COM-IDX) " RATE " fpt_rate
                   "% COMMISSION " WS-COM-AMOUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * APPENDS THE SETTLEMENT'S OWN BALANCED SET (EXPENSE AGAINST
      * PAYABLE, CLOSED BY ITS CONTROL TRAILERS) AFTER THE DAY'S
      * JOURNAL - THE IMPORT READS SETS DELIMITED BY CONTROL PAIRS.
       COM_POST_GL_SET.
           OPEN EXTEND fglexp
               MOVE "622000  " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-COM-TOTAL TO fgl_amount
               MOVE WS-CURRENT-DATE TO fgl_date
               MOVE "CHANNEL COMMISSION" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "401000  " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-COM-TOTAL TO fgl_amount
               MOVE WS-CURRENT-DATE TO fgl_date
               MOVE "COMMISSION PAYABLE" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "D" TO fgl_dc
               MOVE WS-COM-TOTAL TO fgl_amount
               MOVE WS-CURRENT-DATE TO fgl_date
               MOVE "TOTAL DEBITS LINES 0002" TO fgl_desc
               WRITE tamp_fglexp
               MOVE "CONTROL " TO fgl_account
               MOVE "C" TO fgl_dc
               MOVE WS-COM-TOTAL TO fgl_amount
               MOVE WS-CURRENT-DATE TO fgl_date
               MOVE "TOTAL CREDITS LINES 0002" TO fgl_desc
               WRITE tamp_fglexp
           CLOSE fglexp
           DISPLAY "COMMISSION JOURNAL SET APPENDED - "
               WS-COM-TOTAL.

      * MONTHLY CITY-TAX AND VAT DECLARATION FOR THE MONTH JUST
      * ENDED - WALKS fresaarch AND THE STAYS STILL IN fresa FOR
      * EVERY STAY THAT RAN DURING THAT MONTH, COUNTS THE GUEST-NIGHTS
      * BEGINNING IN THE MONTH (fra_nb_guests x NIGHTS) FOR THE CITY
      * OCCUPANCY TAX AND DECLARES THE SHARE OF EACH STAY'S ROOM
      * REVENUE EARNED IN THE MONTH (REV_SPLIT_SHARE) - A STAY ACROSS
      * THE MONTH END IS SPLIT BETWEEN THE TWO DECLARATIONS. BREAKS
      * THE VAT SHARE OUT OF THE ROOM REVENUE, RATES TAKEN FROM THE
      * fparam "CTAX"/"VAT " RECORDS.
      * CREDIT NOTES ISSUED IN THE MONTH REDUCE THE REVENUE DECLARED,
      * BELOW ZERO WHEN THEY OUTRUN THE MONTH'S SALES.
      * WRITES files/tax_declaration.txt READY TO COPY ONTO THE
      * DECLARATION FORM, ONE SUBTOTAL PER RATE. RUN BY BATCH-MAIN
      * ON THE FIRST OF EACH MONTH, AFTER ARCHIVE_OLD_RESA HAS MOVED
      * THE FINISHED STAYS INTO THE ARCHIVE.
       TAX_DECLARATION_REPORT.
           MOVE WS-CURRENT-YEAR TO WS-TAX-YEAR
           MOVE WS-CURRENT-MONTH TO WS-TAX-MONTH
           SUBTRACT 1 FROM WS-TAX-MONTH
           IF WS-TAX-MONTH = 0 THEN
               MOVE 12 TO WS-TAX-MONTH
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           MOVE "CTAX" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-TAX-CITY-RATE
           MOVE "VAT " TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-TAX-VAT-RATE
           MOVE 0 TO WS-TAX-NIGHTS
           MOVE 0 TO WS-TAX-STAYS
           MOVE 0 TO WS-TAX-REVENUE
           MOVE WS-TAX-YEAR TO WS-RVS-YEAR
           MOVE WS-TAX-MONTH TO WS-RVS-MONTH
           PERFORM REV_MONTH_WINDOW
           OPEN INPUT fresaarch
               MOVE 0 TO WS-RVS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-RVS-EOF
                       NOT AT END
                           IF fra_status NOT = 3 AND
                               fra_date_debut < WS-RVS-B AND
                               fra_date_fin >= WS-RVS-A THEN
                               PERFORM TAX_ADD_STAY_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           OPEN INPUT fresa
               MOVE 0 TO WS-RVS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RVS-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-RVS-EOF
                       NOT AT END
                           IF fr_status NOT = 3 AND
                               fr_date_debut < WS-RVS-B AND
                               fr_date_fin >= WS-RVS-A THEN
                               PERFORM TAX_ADD_LIVE_STAY_REVENUE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
      *    CREDIT NOTES ISSUED IN THE MONTH COME OFF AS NEGATIVE
      *    REVENUE - THE ROOM BUCKET HERE, EACH EXTRAS CODE BELOW
           MOVE 1 TO WS-AV-IDX
           PERFORM TAX_SUM_CREDIT_NOTES
           MOVE WS-TAX-AV-PART TO WS-TAX-AV-GROSS
      *    A MONTH WHOSE CREDITS OUTRUN ITS SALES DECLARES BELOW ZERO
           COMPUTE WS-TAX-NET = WS-TAX-REVENUE - WS-TAX-AV-PART
           COMPUTE WS-TAX-CITY-TOTAL =
               WS-TAX-NIGHTS * WS-TAX-CITY-RATE
           COMPUTE WS-TAX-ROOM-VAT = WS-TAX-NET *
               WS-TAX-VAT-RATE / (100 + WS-TAX-VAT-RATE)
           OPEN OUTPUT ftaxrpt
               MOVE SPACES TO tamp_ftaxrpt
               STRING "TAX DECLARATION " WS-TAX-YEAR "-"
                   WS-TAX-MONTH DELIMITED BY SIZE INTO tamp_ftaxrpt
               WRITE tamp_ftaxrpt
               MOVE SPACES TO tamp_ftaxrpt
               STRING "STAYS DECLARED: " WS-TAX-STAYS
                   DELIMITED BY SIZE INTO tamp_ftaxrpt
               WRITE tamp_ftaxrpt
               MOVE SPACES TO tamp_ftaxrpt
               STRING "GUEST-NIGHTS: " WS-TAX-NIGHTS
                   " AT CITY TAX RATE " WS-TAX-CITY-RATE
                   " = " WS-TAX-CITY-TOTAL
                   DELIMITED BY SIZE INTO tamp_ftaxrpt
               WRITE tamp_ftaxrpt
               MOVE SPACES TO tamp_ftaxrpt
               STRING "CREDIT NOTES ISSUED: " WS-TAX-AV-COUNT
                   " - ROOM REVENUE CREDITED " WS-TAX-AV-GROSS
                   DELIMITED BY SIZE INTO tamp_ftaxrpt
               WRITE tamp_ftaxrpt
               MOVE WS-TAX-NET TO WS-TAX-AMT-ED
               MOVE WS-TAX-ROOM-VAT TO WS-TAX-VAT-ED
               MOVE SPACES TO tamp_ftaxrpt
               STRING "ROOM REVENUE: " WS-TAX-AMT-ED
                   " VAT RATE " WS-TAX-VAT-RATE
                   " = VAT DUE " WS-TAX-VAT-ED
                   DELIMITED BY SIZE INTO tamp_ftaxrpt
               WRITE tamp_ftaxrpt
      *    ONE SUBTOTAL PER EXTRA-CHARGE CLASS AT ITS OWN RATE -
      *    THE ACCOUNTANT STOPS REVERSE-ENGINEERING THE SPLIT
               MOVE 0 TO WS-VAT-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-VAT-IDX = 4
                   ADD 1 TO WS-VAT-IDX
                   MOVE 0 TO WS-VAT-PART
                   OPEN INPUT fext
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wstop = 1
                           READ fext NEXT
                               AT END
                                   MOVE 1 TO Wstop
                               NOT AT END
                                   IF fe_code = WS-VAT-IDX AND
                                       fe_status = 1 AND
                                       fe_date_year = WS-TAX-YEAR
                                       AND fe_date_month =
                                       WS-TAX-MONTH THEN
                                       COMPUTE WS-VAT-PART =
                                           WS-VAT-PART +
                                           fe_amount_entier +
                                           (fe_amount_decimal
                                           / 100)
                                   END-IF
                           END-READ
                       END-PERFORM
                   CLOSE fext
                   COMPUTE WS-AV-IDX = WS-VAT-IDX + 1
                   PERFORM TAX_SUM_CREDIT_NOTES
                   COMPUTE WS-TAX-NET = WS-VAT-PART - WS-TAX-AV-PART
                   IF WS-TAX-NET NOT = 0 THEN
                       MOVE WS-VAT-IDX TO WS-VAT-CODE
                       PERFORM GET_VAT_RATE_FOR_CODE
                       COMPUTE WS-TAX-NET-VAT = WS-TAX-NET *
                           WS-VAT-RATE / (100 + WS-VAT-RATE)
                       MOVE WS-TAX-NET TO WS-TAX-AMT-ED
                       MOVE WS-TAX-NET-VAT TO WS-TAX-VAT-ED
                       MOVE SPACES TO tamp_ftaxrpt
                       STRING "EXTRAS CODE " WS-VAT-IDX ": "
                           WS-TAX-AMT-ED " AT " WS-VAT-RATE
                           "% = VAT " WS-TAX-VAT-ED
                           DELIMITED BY SIZE INTO tamp_ftaxrpt
                       WRITE tamp_ftaxrpt
                   END-IF
               END-PERFORM
           CLOSE ftaxrpt
           MOVE WS-TAX-ROOM-VAT TO WS-TAX-VAT-ED
           DISPLAY "TAX DECLARATION " WS-TAX-YEAR "-" WS-TAX-MONTH
               " - GUEST-NIGHTS " WS-TAX-NIGHTS
               " CITY TAX " WS-TAX-CITY-TOTAL
               " VAT " WS-TAX-VAT-ED.

      * WS-AV-IDX NAMES A CREDIT-NOTE BUCKET (1 = ROOM, 2-5 = EXTRAS
      * CODES 1-4) - WS-TAX-AV-PART COMES BACK AS THE GROSS CREDITED
      * IN THAT BUCKET BY NOTES ISSUED IN THE DECLARED MONTH, AND
      * WS-TAX-AV-COUNT AS THE NUMBER OF THOSE NOTES.
       TAX_SUM_CREDIT_NOTES.
           MOVE 0 TO WS-TAX-AV-PART
           MOVE 0 TO WS-TAX-AV-COUNT
           OPEN INPUT favoir
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ favoir NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fav_date_year = WS-TAX-YEAR AND
                               fav_date_month = WS-TAX-MONTH THEN
                               ADD 1 TO WS-TAX-AV-COUNT
                               COMPUTE WS-TAX-AV-PART =
                                   WS-TAX-AV-PART +
                                   fav_base_entier(WS-AV-IDX) +
                                   (fav_base_decimal(WS-AV-IDX) / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE favoir.

      * fra_* MUST HOLD THE STAY JUST MATCHED BY
      * TAX_DECLARATION_REPORT - SAME fch JOIN AND PRICE x DURATION
      * MATH AS STMT_ADD_ARCH_REVENUE; THE PART EARNED IN THE
      * DECLARED MONTH GOES INTO WS-TAX-REVENUE AND THE NIGHTS
      * BEGINNING IN IT INTO WS-TAX-NIGHTS.
       TAX_ADD_STAY_REVENUE.
           MOVE 0 TO WS-REV-AMOUNT
           MOVE fra_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE fra_date_debut TO fr_date_debut
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fra_duree_hours + (fra_duree_minute / 60)
                           + (fra_nights * 24)
                       PERFORM DST_ARCH_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch
           MOVE WS-REV-AMOUNT TO WS-RVS-AMT
           MOVE fra_date_debut TO WS-RVS-S
           MOVE fra_date_fin TO WS-RVS-E
           PERFORM REV_SPLIT_SHARE
           MOVE fra_date_debut_date TO WS-RVS-D
           MOVE fra_nights TO WS-RVS-N
           PERFORM REV_SPLIT_NIGHTS
           MOVE fra_nb_guests TO WS-RVS-N
           PERFORM TAX_COUNT_SPLIT_STAY.

      * fr_* MUST HOLD A STAY STILL IN fresa THAT RAN DURING THE
      * DECLARED MONTH (IN HOUSE OVER ITS END, OR NOT YET ARCHIVED) -
      * SAME AS TAX_ADD_STAY_REVENUE ON THE LIVE LAYOUT.
       TAX_ADD_LIVE_STAY_REVENUE.
           MOVE 0 TO WS-REV-AMOUNT
           MOVE fr_numCh TO fc_numCh
           OPEN INPUT fch
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-REV-DURATION =
                           fr_duree_hours + (fr_duree_minute / 60)
                           + (fr_nights * 24)
                       PERFORM DST_STAY_CORRECTION
                       ADD WS-DST-HOURS TO WS-REV-DURATION
                       COMPUTE WS-REV-AMOUNT =
                           WS-REV-PRICE * WS-REV-DURATION
               END-READ
           CLOSE fch
           MOVE WS-REV-AMOUNT TO WS-RVS-AMT
           MOVE fr_date_debut TO WS-RVS-S
           MOVE fr_date_fin TO WS-RVS-E
           PERFORM REV_SPLIT_SHARE
           MOVE fr_date_debut_date TO WS-RVS-D
           MOVE fr_nights TO WS-RVS-N
           PERFORM REV_SPLIT_NIGHTS
           MOVE fr_nb_guests TO WS-RVS-N
           PERFORM TAX_COUNT_SPLIT_STAY.

      * WS-RVS-SHARE/WS-RVS-NIGHTS HOLD A STAY'S PART OF THE
      * DECLARED MONTH AND WS-RVS-N ITS GUESTS - ADDS IT TO THE
      * DECLARATION WHEN ANY OF THE STAY FELL INSIDE THE MONTH.
       TAX_COUNT_SPLIT_STAY.
           IF WS-RVS-SHARE > 0 OR WS-RVS-NIGHTS > 0 THEN
               ADD 1 TO WS-TAX-STAYS
               COMPUTE WS-TAX-NIGHTS = WS-TAX-NIGHTS +
                   (WS-RVS-N * WS-RVS-NIGHTS)
               ADD WS-RVS-SHARE TO WS-TAX-REVENUE
           END-IF.

      * CROSS-CHECKS EVERY LIVE RESERVATION'S fr_amount_paid RUNNING
      * TOTAL AGAINST THE SUM OF ITS fpay LEDGER LINES (VIA THE
      * fy_numResa ALTERNATE KEY) AND REPORTS EVERY MISMATCH - A
      * NONZERO COUNT MEANS A PAYMENT WAS TAKEN WITHOUT BEING POSTED
      * (OR POSTED TWICE) AND THE DRAWER WON'T BALANCE.
       VERIFY_PAYMENT_LEDGER.
           DISPLAY "PAYMENT LEDGER VERIFICATION - " WS-CURRENT-DATE
           MOVE 0 TO WS-PAY-MISMATCHES
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM SUM_PAYMENTS_FOR_RESA
                           COMPUTE WS-PAY-PAID = fr_paid_entier +
                               (fr_paid_decimal / 100)
                           IF WS-PAY-SUM NOT = WS-PAY-PAID THEN
                               ADD 1 TO WS-PAY-MISMATCHES
                               DISPLAY "RESA " fr_numResa
                                   " LEDGER SUM " WS-PAY-SUM
                                   " VS AMOUNT PAID " WS-PAY-PAID
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           DISPLAY "PAYMENT LEDGER MISMATCHES: " WS-PAY-MISMATCHES.

      * fr_numResa MUST HOLD THE RESERVATION JUST READ BY
      * VERIFY_PAYMENT_LEDGER - LEAVES THE TOTAL OF ITS fpay LINES IN
      * WS-PAY-SUM.
       SUM_PAYMENTS_FOR_RESA.
           MOVE 0 TO WS-PAY-SUM
           MOVE fr_numResa TO WS-PAY-FIND-RESA
           OPEN INPUT fpay
               MOVE fr_numResa TO fy_numResa
               START fpay KEY IS EQUAL fy_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wfin
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wfin = 1
                           OR Wstop = 1
                           READ fpay NEXT
                               AT END
                                   MOVE 1 TO Wfin
                               NOT AT END
                                   IF fy_numResa NOT =
                                       WS-PAY-FIND-RESA THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fy_kind = 0 THEN
                                           COMPUTE WS-PAY-SUM =
                                               WS-PAY-SUM +
                                               fy_amount_entier +
                                               (fy_amount_decimal
                                               / 100)
                                       ELSE
                                           COMPUTE WS-PAY-SUM =
                                               WS-PAY-SUM -
                                               fy_amount_entier -
                                               (fy_amount_decimal
                                               / 100)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fpay.

      * WS-CURRENT-DATE-DATA MUST BE SET - LEAVES WS-CURRENT-DATE-DATA
      * PLUS 24 HOURS IN WS-REMIND-CUTOFF-DATETIME (SAME DAY-ROLLOVER
      * SHORTCUT AS CALCULATE_HOUR_RESA/SET_LOCK_UNTIL - A FIXED 24H
      * OFFSET IS JUST +1 DAY, SAME HOUR/MINUTE).
       CALC_REMINDER_CUTOFF.
           MOVE WS-CURRENT-DATE-DATA TO WS-REMIND-CUTOFF-DATETIME
           ADD 1 TO WS-REMIND-CUTOFF-DAY.

      * SCANS fresa FOR BOOKINGS STARTING BETWEEN NOW AND 24 HOURS
      * FROM NOW AND APPENDS ONE REMINDER LINE PER MATCH TO
      * files/notification_queue.csv (SEE WRITE_RESA_REMINDER) FOR AN
      * EXTERNAL SMS/EMAIL GATEWAY TO PICK UP AND SEND FROM - RUN AS
      * PART OF THE STARTUP BATCH SEQUENCE IN main.cob, SAME AS
      * ARCHIVE_OLD_RESA/PROCESS_WAITLIST.
       SEND_RESA_REMINDERS.
           PERFORM CALC_REMINDER_CUTOFF
           OPEN EXTEND fnotif
           OPEN I-O fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_reminder_sent = 0
                           AND fr_date_debut >= WS-CURRENT-DATE-DATA
                           AND fr_date_debut <=
                               WS-REMIND-CUTOFF-DATETIME THEN
                               PERFORM WRITE_RESA_REMINDER
                               MOVE 1 TO fr_reminder_sent
                               REWRITE tamp_fresa
                               MOVE "fresa" TO WS-AUDIT-FILE
                               MOVE fr_numResa TO WS-AUDIT-KEY
                               MOVE "MODIFY" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           CLOSE fnotif.

      * fr_* MUST HOLD THE RESERVATION TO REMIND ABOUT - JOINS fcli
      * VIA fr_numCl FOR THE PHONE NUMBER/NAME AND APPENDS ONE CSV
      * LINE (numResa,tel,nom,prenom,dateDebut,message).
       WRITE_RESA_REMINDER.
           MOVE fr_numCl TO WS-CTC-FIND-CL
           MOVE 0 TO WS-CTC-PURPOSE
           PERFORM RESOLVE_CONTACT_FOR_CLIENT
           IF WS-CTC-OK = 0 THEN
               CONTINUE
           ELSE
           OPEN INPUT fcli
               MOVE fr_numCl TO fcl_numCl
               READ fcli
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESET_GUEST_MESSAGE
                       MOVE "REMIND" TO WS-MSG-TYPE
                       MOVE fcl_lang TO WS-MSG-LANG
                       STRING "YOUR RESERVATION STARTS SOON - "
                           "REPLY OK TO CONFIRM OR CANCEL"
                           DELIMITED BY SIZE INTO WS-MSG-DEFAULT
                       MOVE fcl_prenom TO WS-MSG-NAME
                       MOVE fr_numCh TO WS-MSG-ROOM
                       STRING fr_date_debut_day "/"
                           fr_date_debut_month " "
                           fr_date_debut_hours ":"
                           fr_date_debut_minute
                           DELIMITED BY SIZE INTO WS-MSG-TIME
                       MOVE fr_numResa TO WS-MSG-CODE
                       PERFORM BUILD_GUEST_MESSAGE
                       MOVE SPACES TO tamp_fnotif
                       STRING fr_numResa DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CTC-DEST)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(fcl_nom) DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(fcl_prenom)
                               DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           fr_date_debut_year DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           fr_date_debut_month DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           fr_date_debut_day DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           fr_date_debut_hours DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           fr_date_debut_minute DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           FUNCTION TRIM(WS-MSG-TEXT)
                               DELIMITED BY SIZE
                           INTO tamp_fnotif
                       WRITE tamp_fnotif
               END-READ
           CLOSE fcli
           END-IF.

      * BOOKING PACE - FOR EACH OF THE NEXT FOUR WEEKS OF ARRIVAL
      * DATES (FROM THE BUSINESS DATE), THE ROOM-HOURS THAT WERE
      * ALREADY ON THE BOOKS 30, 14, 7 AND 1 DAYS OUT AND WHAT IS ON
      * THE BOOKS NOW; TO THE RIGHT THE SAME FIGURES FOR THE SAME
      * WEEKDAY 52 WEEKS EARLIER (LIVE AND ARCHIVED STAYS), ENDING
      * WITH WHAT THAT DAY FINALLY SOLD. CANCELLED STAYS ARE LEFT
      * OUT; STAYS WITHOUT A BOOKING STAMP COUNT ONLY IN NOW/FINAL.
       PICKUP_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "PICKUP" TO WS-RPT-CODE
           MOVE "BOOKING PICKUP REPORT" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-BUSINESS-DATE TO WS-PU-DATE
           COMPUTE WS-PU-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-PU-DATE)
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOM-HOURS ON THE BOOKS BY DAYS OUT - AS OF "
               WS-BUSINESS-DATE DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "LEFT: THIS YEAR   RIGHT: SAME WEEKDAY 52 WEEKS EARLIER"
               TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ARRIVAL    DAY  D-30  D-14   D-7   D-1   NOW |"
               "   D-30  D-14   D-7   D-1 FINAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fresa
           OPEN INPUT fresaarch
           PERFORM VARYING WS-PU-I FROM 0 BY 1 UNTIL WS-PU-I > 27
               COMPUTE WS-PU-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-PU-BASE-INT + WS-PU-I)
               COMPUTE WS-PU-LY-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-PU-BASE-INT + WS-PU-I - 364)
               PERFORM PICKUP_ONE_DATE
           END-PERFORM
           CLOSE fresaarch
           CLOSE fresa
           PERFORM END_REPORT.

      * WS-PU-DATE / WS-PU-LY-DATE MUST HOLD THE ARRIVAL DATE AND ITS
      * SAME WEEKDAY A YEAR EARLIER, fresa AND fresaarch OPEN INPUT -
      * TALLIES BOTH AND PRINTS THE DATE'S PACE LINE.
       PICKUP_ONE_DATE.
           PERFORM VARYING WS-PU-K FROM 1 BY 1 UNTIL WS-PU-K > 4
               COMPUTE WS-PU-CUT(WS-PU-K) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PU-DATE)
                   - WS-PU-OFFS(WS-PU-K))
               COMPUTE WS-PU-LY-CUT(WS-PU-K) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PU-LY-DATE)
                   - WS-PU-OFFS(WS-PU-K))
               MOVE 0 TO WS-PU-HRS(WS-PU-K)
               MOVE 0 TO WS-PU-LY-HRS(WS-PU-K)
           END-PERFORM
           MOVE 0 TO WS-PU-NOW
           MOVE 0 TO WS-PU-LY-FINAL
           MOVE WS-PU-DATE TO WS-PU-SCAN-DATE
           MOVE 0 TO WS-PU-SCAN-LY
           PERFORM PICKUP_SCAN_FRESA
           MOVE WS-PU-LY-DATE TO WS-PU-SCAN-DATE
           MOVE 1 TO WS-PU-SCAN-LY
           PERFORM PICKUP_SCAN_FRESA
           PERFORM PICKUP_SCAN_FRESAARCH
           MOVE SPACES TO WS-PU-LINE
           STRING WS-PU-YEAR "/" WS-PU-MONTH "/" WS-PU-DAY
               DELIMITED BY SIZE INTO WS-PU-L-DATE
           MOVE WS-PU-DATE TO fr_date_debut_date
           PERFORM GET_DAY_OF_WEEK
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK + 1) TO WS-PU-L-DAY
           PERFORM VARYING WS-PU-K FROM 1 BY 1 UNTIL WS-PU-K > 4
               MOVE WS-PU-HRS(WS-PU-K) TO WS-PU-L-HRS(WS-PU-K)
               MOVE WS-PU-LY-HRS(WS-PU-K) TO WS-PU-L-LYHRS(WS-PU-K)
           END-PERFORM
           MOVE WS-PU-NOW TO WS-PU-L-HRS(5)
           MOVE WS-PU-LY-FINAL TO WS-PU-L-LYHRS(5)
           MOVE " |" TO WS-PU-L-SEP
           MOVE WS-PU-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * READS EVERY LIVE STAY ARRIVING ON WS-PU-SCAN-DATE THROUGH THE
      * ARRIVAL-DATE KEY AND TALLIES IT (WS-PU-SCAN-LY SAYS WHICH
      * SIDE OF THE LINE).
       PICKUP_SCAN_FRESA.
           MOVE WS-PU-SCAN-DATE TO fr_date_debut_date
           MOVE 0 TO WS-PU-EOF
           START fresa KEY IS EQUAL fr_date_debut_date
               INVALID KEY
                   MOVE 1 TO WS-PU-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-PU-EOF = 1
               READ fresa NEXT
                   AT END
                       MOVE 1 TO WS-PU-EOF
                   NOT AT END
                       IF fr_date_debut_date NOT = WS-PU-SCAN-DATE THEN
                           MOVE 1 TO WS-PU-EOF
                       ELSE
                           IF fr_status NOT = 3 THEN
                               COMPUTE WS-PU-STAY-HRS = fr_duree_hours
                                   + (fr_duree_minute / 60)
                                   + (fr_nights * 24)
                               PERFORM DST_STAY_CORRECTION
                               ADD WS-DST-HOURS TO WS-PU-STAY-HRS
                               MOVE fr_created_date TO WS-PU-CREATED
                               PERFORM PICKUP_TALLY_STAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * SAME AS PICKUP_SCAN_FRESA FOR THE ARCHIVE - ONLY EVER ASKED
      * FOR LAST YEAR'S DATE.
       PICKUP_SCAN_FRESAARCH.
           MOVE WS-PU-SCAN-DATE TO fra_date_debut_date
           MOVE 0 TO WS-PU-EOF
           START fresaarch KEY IS EQUAL fra_date_debut_date
               INVALID KEY
                   MOVE 1 TO WS-PU-EOF
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-PU-EOF = 1
               READ fresaarch NEXT
                   AT END
                       MOVE 1 TO WS-PU-EOF
                   NOT AT END
                       IF fra_date_debut_date NOT = WS-PU-SCAN-DATE
                       THEN
                           MOVE 1 TO WS-PU-EOF
                       ELSE
                           IF fra_status NOT = 3 THEN
                               COMPUTE WS-PU-STAY-HRS = fra_duree_hours
                                   + (fra_duree_minute / 60)
                                   + (fra_nights * 24)
                               PERFORM DST_ARCH_CORRECTION
                               ADD WS-DST-HOURS TO WS-PU-STAY-HRS
                               MOVE fra_created_date TO WS-PU-CREATED
                               PERFORM PICKUP_TALLY_STAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * WS-PU-STAY-HRS / WS-PU-CREATED MUST HOLD THE STAY'S ROOM-HOURS
      * AND BOOKING DATE - ADDS THEM TO EVERY CUT-OFF THE BOOKING WAS
      * ALREADY TAKEN BY AND TO THE NOW/FINAL COLUMN.
       PICKUP_TALLY_STAY.
           IF WS-PU-SCAN-LY = 0 THEN
               ADD WS-PU-STAY-HRS TO WS-PU-NOW
           ELSE
               ADD WS-PU-STAY-HRS TO WS-PU-LY-FINAL
           END-IF
           IF WS-PU-CREATED NOT = 0 THEN
               PERFORM VARYING WS-PU-K FROM 1 BY 1 UNTIL WS-PU-K > 4
                   IF WS-PU-SCAN-LY = 0 THEN
                       IF WS-PU-CREATED <= WS-PU-CUT(WS-PU-K) THEN
                           ADD WS-PU-STAY-HRS TO WS-PU-HRS(WS-PU-K)
                       END-IF
                   ELSE
                       IF WS-PU-CREATED <= WS-PU-LY-CUT(WS-PU-K) THEN
                           ADD WS-PU-STAY-HRS TO WS-PU-LY-HRS(WS-PU-K)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * LEAD-TIME HISTOGRAM - HOW FAR AHEAD OF ARRIVAL EACH CHANNEL
      * (fr_origin: 0 = THE DESK, OTHERS AS NAMED IN fpartner) BOOKS,
      * OVER ALL STAMPED, NON-CANCELLED STAYS LIVE AND ARCHIVED.
       LEAD_TIME_REPORT.
           MOVE "LEADTIME" TO WS-RPT-CODE
           MOVE "LEAD TIME BY CHANNEL" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           INITIALIZE WS-LT-TABLE
           MOVE 0 TO WS-LT-ALL-COUNT
           MOVE 0 TO WS-LT-ALL-DAYS
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_created_date NOT = 0 AND
                               fr_status NOT = 3 THEN
                               MOVE fr_created_date TO WS-LT-BOOKED
                               MOVE fr_date_debut_date TO WS-LT-ARR
                               MOVE fr_origin TO WS-LT-ORG
                               PERFORM LEAD_TIME_TALLY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fresa
           OPEN INPUT fresaarch
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_created_date NOT = 0 AND
                               fra_status NOT = 3 THEN
                               MOVE fra_created_date TO WS-LT-BOOKED
                               MOVE fra_date_debut_date TO WS-LT-ARR
                               MOVE fra_origin TO WS-LT-ORG
                               PERFORM LEAD_TIME_TALLY
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fresaarch
           MOVE SPACES TO WS-RPT-LINE
           STRING "# CHANNEL         SAME   1-3   4-7  8-14 15-30"
               "   31+ TOTAL  AVG" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fpartner
           PERFORM VARYING WS-LT-ORG FROM 1 BY 1 UNTIL WS-LT-ORG > 10
               IF WS-LT-TOTAL(WS-LT-ORG) > 0 THEN
                   PERFORM LEAD_TIME_LINE
               END-IF
           END-PERFORM
           CLOSE fpartner
           MOVE SPACES TO WS-RPT-LINE
           IF WS-LT-ALL-COUNT = 0 THEN
               MOVE "NO STAMPED BOOKINGS YET" TO WS-RPT-LINE
           ELSE
               COMPUTE WS-LT-AVG = WS-LT-ALL-DAYS / WS-LT-ALL-COUNT
               STRING "ALL CHANNELS: " WS-LT-ALL-COUNT
                   " BOOKINGS, AVERAGE LEAD " WS-LT-AVG " DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * WS-LT-BOOKED / WS-LT-ARR / WS-LT-ORG MUST HOLD THE BOOKING
      * DATE, ARRIVAL DATE AND CHANNEL - COUNTS THE STAY IN ITS
      * CHANNEL'S LEAD BUCKET (A BOOKING STAMPED AFTER ITS ARRIVAL,
      * E.G. A LATE IMPORT, COUNTS AS SAME DAY).
       LEAD_TIME_TALLY.
           COMPUTE WS-LT-DAYS = FUNCTION INTEGER-OF-DATE(WS-LT-ARR)
               - FUNCTION INTEGER-OF-DATE(WS-LT-BOOKED)
           IF WS-LT-DAYS < 0 THEN
               MOVE 0 TO WS-LT-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-LT-DAYS = 0
                   MOVE 1 TO WS-LT-BKT
               WHEN WS-LT-DAYS <= 3
                   MOVE 2 TO WS-LT-BKT
               WHEN WS-LT-DAYS <= 7
                   MOVE 3 TO WS-LT-BKT
               WHEN WS-LT-DAYS <= 14
                   MOVE 4 TO WS-LT-BKT
               WHEN WS-LT-DAYS <= 30
                   MOVE 5 TO WS-LT-BKT
               WHEN OTHER
                   MOVE 6 TO WS-LT-BKT
           END-EVALUATE
           ADD 1 TO WS-LT-ORG
           ADD 1 TO WS-LT-COUNT(WS-LT-ORG, WS-LT-BKT)
           ADD 1 TO WS-LT-TOTAL(WS-LT-ORG)
           ADD WS-LT-DAYS TO WS-LT-DAYS-SUM(WS-LT-ORG)
           ADD 1 TO WS-LT-ALL-COUNT
           ADD WS-LT-DAYS TO WS-LT-ALL-DAYS.

      * WS-LT-ORG MUST HOLD THE TABLE ROW (fr_origin + 1) AND fpartner
      * BE OPEN INPUT - PRINTS THAT CHANNEL'S HISTOGRAM LINE.
       LEAD_TIME_LINE.
           IF WS-LT-ORG = 1 THEN
               MOVE "DIRECT" TO WS-LT-NAME
           ELSE
               COMPUTE fpt_numPt = WS-LT-ORG - 1
               READ fpartner
                   INVALID KEY
                       MOVE "UNKNOWN" TO WS-LT-NAME
                   NOT INVALID KEY
                       MOVE fpt_nom TO WS-LT-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-LT-LINE
           COMPUTE WS-LT-L-ORIGIN = WS-LT-ORG - 1
           MOVE WS-LT-NAME TO WS-LT-L-NAME
           PERFORM VARYING WS-LT-BKT FROM 1 BY 1 UNTIL WS-LT-BKT > 6
               MOVE WS-LT-COUNT(WS-LT-ORG, WS-LT-BKT) TO
                   WS-LT-L-COUNT(WS-LT-BKT)
           END-PERFORM
           MOVE WS-LT-TOTAL(WS-LT-ORG) TO WS-LT-L-TOTAL
           COMPUTE WS-LT-AVG = WS-LT-DAYS-SUM(WS-LT-ORG)
               / WS-LT-TOTAL(WS-LT-ORG)
           MOVE WS-LT-AVG TO WS-LT-L-AVG
           MOVE WS-LT-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * CANCELLATION AND NO-SHOW ANALYSIS FOR THE MONTH JUST ENDED -
      * EVERY BOOKING DUE TO ARRIVE IN THE MONTH (STAYS LIVE AND
      * ARCHIVED PLUS THE fcanc REGISTER LINES) IS COUNTED BY
      * CHANNEL, ROOM TYPE, ARRIVAL WEEKDAY, BOOKING LEAD TIME AND
      * ACCOUNT, WITH ITS CANCELLATION AND NO-SHOW RATES AND THE
      * FEES RETAINED AGAINST THE ROOM REVENUE LOST (RATE x BOOKED
      * LENGTH). A THIRTEEN-MONTH TREND SETS THE MONTH AGAINST THE
      * TWELVE BEFORE IT FOR THE OVERBOOKING AND DEPOSIT RULES, AND
      * CLIENTS STILL IN GOOD STANDING WITH fparam "NSBL" (DEFAULT 2)
      * OR MORE NO-SHOWS IN THE LAST TWELVE MONTHS ARE LISTED AS
      * BLACKLIST CANDIDATES. REGISTER LINES FROM BEFORE THE STAY WAS
      * COPIED INTO fcanc COUNT UNDER THEIR CANCELLATION DATE.
       CANCELLATION_ANALYSIS.
           MOVE "CANCANL" TO WS-RPT-CODE
           MOVE "CANCELLATION / NO-SHOW RATES" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-CURRENT-YEAR TO WS-CNA-YEAR
           MOVE WS-CURRENT-MONTH TO WS-CNA-MONTH
           INITIALIZE WS-CNA-BUCKETS
           INITIALIZE WS-CNA-TREND
           INITIALIZE WS-CNA-NOSHOWS
           MOVE 0 TO WS-CNA-CNT
           MOVE 0 TO WS-CNA-NS-CNT
           MOVE 0 TO WS-CNA-TOT-BOOK
           MOVE 0 TO WS-CNA-TOT-CANC
           MOVE 0 TO WS-CNA-TOT-NOSH
           MOVE 0 TO WS-CNA-TOT-FEE
           MOVE 0 TO WS-CNA-TOT-LOST
           PERFORM VARYING WS-CNA-T FROM 13 BY -1 UNTIL WS-CNA-T < 1
               SUBTRACT 1 FROM WS-CNA-MONTH
               IF WS-CNA-MONTH = 0 THEN
                   MOVE 12 TO WS-CNA-MONTH
                   SUBTRACT 1 FROM WS-CNA-YEAR
               END-IF
               COMPUTE WS-CNA-T-YM(WS-CNA-T) =
                   (WS-CNA-YEAR * 100) + WS-CNA-MONTH
           END-PERFORM
           MOVE WS-CNA-T-YM(1) TO WS-CNA-FROM-YM
           MOVE "NSBL" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-CNA-MIN-NS
           IF WS-CNA-MIN-NS = 0 THEN
               MOVE 2 TO WS-CNA-MIN-NS
           END-IF
           OPEN INPUT fch
           OPEN INPUT fpartner
           OPEN INPUT fco
           OPEN INPUT fresa
               MOVE 0 TO WS-CNA-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CNA-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-CNA-EOF
                       NOT AT END
                           MOVE 0 TO WS-CNA-KIND
                           MOVE 0 TO WS-CNA-FEE
                           MOVE fr_date_debut_date TO WS-CNA-ARR
                           MOVE fr_origin TO WS-CNA-ORG
                           MOVE fr_numCo TO WS-CNA-CO
                           MOVE fr_numCh TO WS-CNA-CH
                           MOVE fr_created_date TO WS-CNA-BOOKED
                           IF fr_status = 3 THEN
                               MOVE fr_numResa TO WS-CNA-RESA
                               MOVE fr_numCl TO WS-CNA-CL
                               PERFORM CNA_NOSHOW_FEE
                               MOVE fr_date_debut_time TO fx_stay_time
                               MOVE fr_nights TO fx_nights
                               MOVE fr_duree_hours TO fx_duree_hours
                               MOVE fr_duree_minute TO fx_duree_minute
                               PERFORM CNA_TALLY_NOSHOW
                           ELSE
                               PERFORM CNA_TALLY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-CNA-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CNA-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-CNA-EOF
                       NOT AT END
                           MOVE 0 TO WS-CNA-KIND
                           MOVE 0 TO WS-CNA-FEE
                           MOVE fra_date_debut_date TO WS-CNA-ARR
                           MOVE fra_origin TO WS-CNA-ORG
                           MOVE fra_numCo TO WS-CNA-CO
                           MOVE fra_numCh TO WS-CNA-CH
                           MOVE fra_created_date TO WS-CNA-BOOKED
                           IF fra_status = 3 THEN
                               MOVE fra_numResa TO WS-CNA-RESA
                               MOVE fra_numCl TO WS-CNA-CL
                               PERFORM CNA_NOSHOW_FEE
                               MOVE fra_date_debut_time TO fx_stay_time
                               MOVE fra_nights TO fx_nights
                               MOVE fra_duree_hours TO fx_duree_hours
                               MOVE fra_duree_minute TO
                                   fx_duree_minute
                               PERFORM CNA_TALLY_NOSHOW
                           ELSE
                               PERFORM CNA_TALLY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           OPEN INPUT fresa
           OPEN INPUT fresaarch
           OPEN INPUT fcanc
               MOVE 0 TO WS-CNA-EOF
               PERFORM WITH TEST AFTER UNTIL WS-CNA-EOF = 1
                   READ fcanc NEXT
                       AT END
                           MOVE 1 TO WS-CNA-EOF
                       NOT AT END
                           PERFORM CNA_TALLY_CANC
                   END-READ
               END-PERFORM
           CLOSE fcanc
           CLOSE fresaarch
           CLOSE fresa
           CLOSE fco
           CLOSE fpartner
           CLOSE fch
           PERFORM CNA_PRINT_MONTH
           PERFORM CNA_PRINT_TREND
           PERFORM CNA_PRINT_NOSHOWS
           PERFORM END_REPORT.

      * WS-CNA-RESA HOLDS A STAY MARKED NO-SHOW - ITS FEE IS THE ONE
      * KEPT ON ITS fcanc NO-SHOW LINE (A STAY SOLD WITHOUT A RATE
      * PLAN HAS NONE AND RETAINED NOTHING).
       CNA_NOSHOW_FEE.
           MOVE 2 TO WS-CNA-KIND
           MOVE 0 TO WS-CNA-FEE
           OPEN INPUT fcanc
               MOVE WS-CNA-RESA TO fx_numResa
               START fcanc KEY IS EQUAL fx_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-CNA-CEOF
                       PERFORM WITH TEST AFTER UNTIL WS-CNA-CEOF = 1
                           READ fcanc NEXT
                               AT END
                                   MOVE 1 TO WS-CNA-CEOF
                               NOT AT END
                                   IF fx_numResa NOT = WS-CNA-RESA
                                       THEN
                                       MOVE 1 TO WS-CNA-CEOF
                                   ELSE
                                       IF fx_reason = 2 THEN
                                           COMPUTE WS-CNA-FEE =
                                               fx_fee_entier +
                                               (fx_fee_decimal / 100)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fcanc.

      * THE NO-SHOW STAY IN HAND (KIND, FEE, CLIENT AND THE fx_ STAY
      * LENGTH ALL SET) - COUNTED LIKE ANY BOOKING AND KEPT AGAINST
      * ITS CLIENT WHEN IT FALLS IN THE LAST TWELVE MONTHS.
       CNA_TALLY_NOSHOW.
           PERFORM CNA_TALLY
           IF WS-CNA-CL NOT = 0 AND
               WS-CNA-YM > WS-CNA-FROM-YM AND
               WS-CNA-YM <= WS-CNA-T-YM(13) THEN
               PERFORM CNA_NOSHOW_ADD
           END-IF.

      * tamp_fcanc HOLDS A REGISTER LINE - COUNTS IT AS A
      * CANCELLATION OR (fx_reason 2) A NO-SHOW OF ITS ARRIVAL
      * MONTH, AND KEEPS A NO-SHOW OF THE LAST TWELVE MONTHS
      * AGAINST ITS CLIENT. A NO-SHOW LINE WHOSE STAY IS STILL ON
      * FILE MARKED NO-SHOW WAS ALREADY COUNTED WITH THE STAYS.
       CNA_TALLY_CANC.
           MOVE 0 TO Wtrouve
           IF fx_reason = 2 AND fx_numResa NOT = 0 THEN
               PERFORM CNA_STAY_COUNTED
           END-IF
           IF Wtrouve = 0 THEN
               PERFORM CNA_TALLY_CANC_LINE
           END-IF.

      * tamp_fcanc HOLDS A NO-SHOW LINE - Wtrouve = 1 WHEN ITS STAY
      * IS ON fresa OR fresaarch (BOTH OPEN INPUT) WITH STATUS 3.
       CNA_STAY_COUNTED.
           MOVE fx_numResa TO fr_numResa
           READ fresa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fr_status = 3 THEN
                       MOVE 1 TO Wtrouve
                   END-IF
           END-READ
           IF Wtrouve = 0 THEN
               MOVE fx_numResa TO fra_numResa
               READ fresaarch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fra_status = 3 THEN
                           MOVE 1 TO Wtrouve
                       END-IF
               END-READ
           END-IF.

      * tamp_fcanc HOLDS A REGISTER LINE NOT COUNTED WITH THE STAYS.
       CNA_TALLY_CANC_LINE.
           IF fx_stay_date NOT = 0 THEN
               MOVE fx_stay_date TO WS-CNA-ARR
           ELSE
               MOVE fx_date_date TO WS-CNA-ARR
           END-IF
           IF fx_reason = 2 THEN
               MOVE 2 TO WS-CNA-KIND
           ELSE
               MOVE 1 TO WS-CNA-KIND
           END-IF
           COMPUTE WS-CNA-FEE = fx_fee_entier + (fx_fee_decimal / 100)
           MOVE fx_origin TO WS-CNA-ORG
           MOVE fx_numCo TO WS-CNA-CO
           MOVE fx_numCh TO WS-CNA-CH
           MOVE fx_created_date TO WS-CNA-BOOKED
           MOVE fx_numCl TO WS-CNA-CL
           PERFORM CNA_TALLY
           IF WS-CNA-KIND = 2 AND WS-CNA-CL NOT = 0 AND
               WS-CNA-YM > WS-CNA-FROM-YM AND
               WS-CNA-YM <= WS-CNA-T-YM(13) THEN
               PERFORM CNA_NOSHOW_ADD
           END-IF.

      * WS-CNA-ARR/KIND/ORG/CO/CH/BOOKED/FEE HOLD ONE BOOKING - ADDS
      * IT TO ITS TREND MONTH AND, IN THE REPORT MONTH, TO EVERY
      * DIMENSION.
       CNA_TALLY.
           COMPUTE WS-CNA-YM = WS-CNA-ARR / 100
           PERFORM VARYING WS-CNA-T FROM 1 BY 1 UNTIL WS-CNA-T > 13
               IF WS-CNA-T-YM(WS-CNA-T) = WS-CNA-YM THEN
                   ADD 1 TO WS-CNA-T-BOOK(WS-CNA-T)
                   IF WS-CNA-KIND = 1 THEN
                       ADD 1 TO WS-CNA-T-CANC(WS-CNA-T)
                   END-IF
                   IF WS-CNA-KIND = 2 THEN
                       ADD 1 TO WS-CNA-T-NOSH(WS-CNA-T)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CNA-YM = WS-CNA-T-YM(13) THEN
               PERFORM CNA_TALLY_MONTH
           END-IF.

      * ONE BOOKING OF THE REPORT MONTH - PRICES THE REVENUE LOST BY
      * A CANCELLATION (tamp_fcanc STILL HOLDS ITS LINE) AND ADDS THE
      * BOOKING UNDER EACH DIMENSION'S KEY. fch, fpartner AND fco
      * ARE OPEN INPUT.
       CNA_TALLY_MONTH.
           MOVE 0 TO WS-CNA-LOST
           MOVE WS-CNA-ARR TO fr_date_debut_date
           MOVE WS-CNA-CH TO fc_numCh
           READ fch
               INVALID KEY
                   MOVE "UNKNOWN ROOM" TO WS-CNA-TYPE
               NOT INVALID KEY
                   MOVE fc_typeCh TO WS-CNA-TYPE
                   IF WS-CNA-KIND NOT = 0 THEN
                       MOVE fx_stay_time TO fr_date_debut_time
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-CNA-LOST ROUNDED = WS-REV-PRICE *
                           ((fx_nights * 24) + fx_duree_hours +
                           (fx_duree_minute / 60))
                   END-IF
           END-READ
           ADD 1 TO WS-CNA-TOT-BOOK
           IF WS-CNA-KIND = 1 THEN
               ADD 1 TO WS-CNA-TOT-CANC
           END-IF
           IF WS-CNA-KIND = 2 THEN
               ADD 1 TO WS-CNA-TOT-NOSH
           END-IF
           ADD WS-CNA-FEE TO WS-CNA-TOT-FEE
           ADD WS-CNA-LOST TO WS-CNA-TOT-LOST
           MOVE "C" TO WS-CNA-DIM
           IF WS-CNA-ORG = 0 THEN
               MOVE "DIRECT" TO WS-CNA-KEY
           ELSE
               MOVE WS-CNA-ORG TO fpt_numPt
               READ fpartner
                   INVALID KEY
                       MOVE "UNKNOWN CHANNEL" TO WS-CNA-KEY
                   NOT INVALID KEY
                       MOVE fpt_nom TO WS-CNA-KEY
               END-READ
           END-IF
           PERFORM CNA_BUCKET_ADD
           MOVE "T" TO WS-CNA-DIM
           MOVE WS-CNA-TYPE TO WS-CNA-KEY
           PERFORM CNA_BUCKET_ADD
           MOVE "D" TO WS-CNA-DIM
           PERFORM GET_DAY_OF_WEEK
           MOVE WS-CNA-DAY-NAME(WS-DAY-OF-WEEK + 1) TO WS-CNA-KEY
           PERFORM CNA_BUCKET_ADD
           MOVE "L" TO WS-CNA-DIM
           IF WS-CNA-BOOKED = 0 THEN
               MOVE "NOT STAMPED" TO WS-CNA-KEY
           ELSE
               COMPUTE WS-CNA-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CNA-ARR) -
                   FUNCTION INTEGER-OF-DATE(WS-CNA-BOOKED)
               EVALUATE TRUE
                   WHEN WS-CNA-DAYS <= 0
                       MOVE "SAME DAY" TO WS-CNA-KEY
                   WHEN WS-CNA-DAYS <= 3
                       MOVE "1-3 DAYS" TO WS-CNA-KEY
                   WHEN WS-CNA-DAYS <= 7
                       MOVE "4-7 DAYS" TO WS-CNA-KEY
                   WHEN WS-CNA-DAYS <= 14
                       MOVE "8-14 DAYS" TO WS-CNA-KEY
                   WHEN WS-CNA-DAYS <= 30
                       MOVE "15-30 DAYS" TO WS-CNA-KEY
                   WHEN OTHER
                       MOVE "31+ DAYS" TO WS-CNA-KEY
               END-EVALUATE
           END-IF
           PERFORM CNA_BUCKET_ADD
           MOVE "A" TO WS-CNA-DIM
           IF WS-CNA-CO = 0 THEN
               MOVE "PRIVATE" TO WS-CNA-KEY
           ELSE
               MOVE WS-CNA-CO TO fco_numCo
               READ fco
                   INVALID KEY
                       MOVE "UNKNOWN ACCOUNT" TO WS-CNA-KEY
                   NOT INVALID KEY
                       MOVE fco_nom TO WS-CNA-KEY
               END-READ
           END-IF
           PERFORM CNA_BUCKET_ADD.

      * WS-CNA-DIM/WS-CNA-KEY NAME THE BUCKET - FINDS OR OPENS IT
      * AND ADDS THE CURRENT BOOKING (A FULL TABLE DROPS NEW KEYS).
       CNA_BUCKET_ADD.
           MOVE 0 TO WS-CNA-IDX
           PERFORM VARYING WS-CNA-I FROM 1 BY 1
               UNTIL WS-CNA-I > WS-CNA-CNT OR WS-CNA-IDX NOT = 0
               IF WS-CNA-B-DIM(WS-CNA-I) = WS-CNA-DIM AND
                   WS-CNA-B-KEY(WS-CNA-I) = WS-CNA-KEY THEN
                   MOVE WS-CNA-I TO WS-CNA-IDX
               END-IF
           END-PERFORM
           IF WS-CNA-IDX = 0 AND WS-CNA-CNT < 150 THEN
               ADD 1 TO WS-CNA-CNT
               MOVE WS-CNA-CNT TO WS-CNA-IDX
               MOVE WS-CNA-DIM TO WS-CNA-B-DIM(WS-CNA-IDX)
               MOVE WS-CNA-KEY TO WS-CNA-B-KEY(WS-CNA-IDX)
           END-IF
           IF WS-CNA-IDX NOT = 0 THEN
               ADD 1 TO WS-CNA-B-BOOK(WS-CNA-IDX)
               IF WS-CNA-KIND = 1 THEN
                   ADD 1 TO WS-CNA-B-CANC(WS-CNA-IDX)
               END-IF
               IF WS-CNA-KIND = 2 THEN
                   ADD 1 TO WS-CNA-B-NOSH(WS-CNA-IDX)
               END-IF
               ADD WS-CNA-FEE TO WS-CNA-B-FEE(WS-CNA-IDX)
               ADD WS-CNA-LOST TO WS-CNA-B-LOST(WS-CNA-IDX)
           END-IF.

      * WS-CNA-CL HOLDS THE CLIENT OF A NO-SHOW - COUNTS IT AND ITS
      * FEE AGAINST THE CLIENT (A FULL TABLE DROPS NEW CLIENTS).
       CNA_NOSHOW_ADD.
           MOVE 0 TO WS-CNA-IDX
           PERFORM VARYING WS-CNA-I FROM 1 BY 1
               UNTIL WS-CNA-I > WS-CNA-NS-CNT OR WS-CNA-IDX NOT = 0
               IF WS-CNA-NS-CL(WS-CNA-I) = WS-CNA-CL THEN
                   MOVE WS-CNA-I TO WS-CNA-IDX
               END-IF
           END-PERFORM
           IF WS-CNA-IDX = 0 AND WS-CNA-NS-CNT < 300 THEN
               ADD 1 TO WS-CNA-NS-CNT
               MOVE WS-CNA-NS-CNT TO WS-CNA-IDX
               MOVE WS-CNA-CL TO WS-CNA-NS-CL(WS-CNA-IDX)
           END-IF
           IF WS-CNA-IDX NOT = 0 THEN
               ADD 1 TO WS-CNA-NS-TIMES(WS-CNA-IDX)
               ADD WS-CNA-FEE TO WS-CNA-NS-FEE(WS-CNA-IDX)
           END-IF.

      * THE REPORT MONTH - ONE BLOCK PER DIMENSION, THEN THE TOTALS.
       CNA_PRINT_MONTH.
           MOVE SPACES TO WS-RPT-LINE
           STRING "BOOKINGS DUE TO ARRIVE IN " WS-CNA-T-YM(13)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "C" TO WS-CNA-DIM
           MOVE "BY CHANNEL" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_DIM
           MOVE "T" TO WS-CNA-DIM
           MOVE "BY ROOM TYPE" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_DIM
           MOVE "D" TO WS-CNA-DIM
           MOVE "BY WEEKDAY" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_DIM
           MOVE "L" TO WS-CNA-DIM
           MOVE "BY LEAD TIME" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_DIM
           MOVE "A" TO WS-CNA-DIM
           MOVE "BY ACCOUNT" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_DIM
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-CNA-LINE
           MOVE "ALL BOOKINGS" TO WS-CNA-L-KEY
           MOVE WS-CNA-TOT-BOOK TO WS-CNA-L-BOOK
           MOVE WS-CNA-TOT-CANC TO WS-CNA-L-CANC
           MOVE WS-CNA-TOT-NOSH TO WS-CNA-L-NOSH
           MOVE 0 TO WS-CNA-RATE
           IF WS-CNA-TOT-BOOK NOT = 0 THEN
               COMPUTE WS-CNA-RATE ROUNDED =
                   (WS-CNA-TOT-CANC + WS-CNA-TOT-NOSH) * 100
                   / WS-CNA-TOT-BOOK
           END-IF
           MOVE WS-CNA-RATE TO WS-CNA-L-RATE
           MOVE WS-CNA-TOT-FEE TO WS-CNA-L-FEE
           MOVE WS-CNA-TOT-LOST TO WS-CNA-L-LOST
           MOVE WS-CNA-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE WS-CNA-TOT-FEE TO WS-CNA-FEE-ED
           MOVE WS-CNA-TOT-LOST TO WS-CNA-LOST-ED
           MOVE 0 TO WS-CNA-RATE
           IF WS-CNA-TOT-LOST NOT = 0 THEN
               COMPUTE WS-CNA-RATE ROUNDED =
                   WS-CNA-TOT-FEE * 100 / WS-CNA-TOT-LOST
           END-IF
           MOVE WS-CNA-RATE TO WS-CNA-RATE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "FEES RETAINED " WS-CNA-FEE-ED
               " AGAINST REVENUE LOST " WS-CNA-LOST-ED " ("
               WS-CNA-RATE-ED "% RECOVERED)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WS-CNA-DIM/WS-CNA-LABEL NAME THE DIMENSION - PRINTS ITS
      * HEADING AND ONE LINE PER KEY MET IN THE MONTH.
       CNA_PRINT_DIM.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CNA-LABEL "       BOOKD  CANC NOSHW RATE%"
               "  FEES KEPT  REV. LOST"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-CNA-I FROM 1 BY 1
               UNTIL WS-CNA-I > WS-CNA-CNT
               IF WS-CNA-B-DIM(WS-CNA-I) = WS-CNA-DIM THEN
                   MOVE SPACES TO WS-CNA-LINE
                   MOVE WS-CNA-B-KEY(WS-CNA-I) TO WS-CNA-L-KEY
                   MOVE WS-CNA-B-BOOK(WS-CNA-I) TO WS-CNA-L-BOOK
                   MOVE WS-CNA-B-CANC(WS-CNA-I) TO WS-CNA-L-CANC
                   MOVE WS-CNA-B-NOSH(WS-CNA-I) TO WS-CNA-L-NOSH
                   COMPUTE WS-CNA-RATE ROUNDED =
                       (WS-CNA-B-CANC(WS-CNA-I) +
                       WS-CNA-B-NOSH(WS-CNA-I)) * 100
                       / WS-CNA-B-BOOK(WS-CNA-I)
                   MOVE WS-CNA-RATE TO WS-CNA-L-RATE
                   MOVE WS-CNA-B-FEE(WS-CNA-I) TO WS-CNA-L-FEE
                   MOVE WS-CNA-B-LOST(WS-CNA-I) TO WS-CNA-L-LOST
                   MOVE WS-CNA-LINE TO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
           END-PERFORM.

      * THE THIRTEEN MONTHS UP TO THE REPORT MONTH, THEN THE MONTH'S
      * CANCELLATION AND NO-SHOW RATES AGAINST THE TWELVE BEFORE IT.
       CNA_PRINT_TREND.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ARRIVAL MONTH TREND  BOOKD  CANC NOSHW RATE%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-CNA-T FROM 1 BY 1 UNTIL WS-CNA-T > 13
               MOVE SPACES TO WS-CNA-LINE
               MOVE WS-CNA-T-YM(WS-CNA-T) TO WS-CNA-L-KEY
               MOVE WS-CNA-T-BOOK(WS-CNA-T) TO WS-CNA-L-BOOK
               MOVE WS-CNA-T-CANC(WS-CNA-T) TO WS-CNA-L-CANC
               MOVE WS-CNA-T-NOSH(WS-CNA-T) TO WS-CNA-L-NOSH
               MOVE 0 TO WS-CNA-RATE
               IF WS-CNA-T-BOOK(WS-CNA-T) NOT = 0 THEN
                   COMPUTE WS-CNA-RATE ROUNDED =
                       (WS-CNA-T-CANC(WS-CNA-T) +
                       WS-CNA-T-NOSH(WS-CNA-T)) * 100
                       / WS-CNA-T-BOOK(WS-CNA-T)
               END-IF
               MOVE WS-CNA-RATE TO WS-CNA-L-RATE
               MOVE WS-CNA-LINE(1:46) TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           MOVE 1 TO WS-CNA-KIND
           MOVE "CANCELLATIONS" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_RATE_TREND
           MOVE 2 TO WS-CNA-KIND
           MOVE "NO-SHOWS" TO WS-CNA-LABEL
           PERFORM CNA_PRINT_RATE_TREND.

      * WS-CNA-KIND (1 CANCELLATIONS, 2 NO-SHOWS) - THE REPORT
      * MONTH'S RATE AGAINST THE AVERAGE OF THE TWELVE MONTHS BEFORE
      * IT, FLAGGED WHEN IT MOVES TWO POINTS OR MORE: NO-SHOWS BEAR
      * ON THE OVERBOOKING ALLOWANCE, CANCELLATIONS ON THE DEPOSIT
      * RULES.
       CNA_PRINT_RATE_TREND.
           MOVE 0 TO WS-CNA-SUM-BOOK
           MOVE 0 TO WS-CNA-SUM-HIT
           PERFORM VARYING WS-CNA-T FROM 1 BY 1 UNTIL WS-CNA-T > 12
               ADD WS-CNA-T-BOOK(WS-CNA-T) TO WS-CNA-SUM-BOOK
               IF WS-CNA-KIND = 1 THEN
                   ADD WS-CNA-T-CANC(WS-CNA-T) TO WS-CNA-SUM-HIT
               ELSE
                   ADD WS-CNA-T-NOSH(WS-CNA-T) TO WS-CNA-SUM-HIT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CNA-AVG-RATE
           IF WS-CNA-SUM-BOOK NOT = 0 THEN
               COMPUTE WS-CNA-AVG-RATE ROUNDED =
                   WS-CNA-SUM-HIT * 100 / WS-CNA-SUM-BOOK
           END-IF
           IF WS-CNA-KIND = 1 THEN
               MOVE WS-CNA-T-CANC(13) TO WS-CNA-HIT
           ELSE
               MOVE WS-CNA-T-NOSH(13) TO WS-CNA-HIT
           END-IF
           MOVE 0 TO WS-CNA-RATE
           IF WS-CNA-T-BOOK(13) NOT = 0 THEN
               COMPUTE WS-CNA-RATE ROUNDED =
                   WS-CNA-HIT * 100 / WS-CNA-T-BOOK(13)
           END-IF
           MOVE WS-CNA-RATE TO WS-CNA-RATE-ED
           MOVE WS-CNA-AVG-RATE TO WS-CNA-AVG-ED
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-CNA-RATE >= WS-CNA-AVG-RATE + 2
                   STRING WS-CNA-LABEL WS-CNA-RATE-ED
                       "% AGAINST 12-MONTH " WS-CNA-AVG-ED
                       "% - RISING" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN WS-CNA-RATE + 2 <= WS-CNA-AVG-RATE
                   STRING WS-CNA-LABEL WS-CNA-RATE-ED
                       "% AGAINST 12-MONTH " WS-CNA-AVG-ED
                       "% - FALLING" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               WHEN OTHER
                   STRING WS-CNA-LABEL WS-CNA-RATE-ED
                       "% AGAINST 12-MONTH " WS-CNA-AVG-ED
                       "% - STEADY" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-EVALUATE
           PERFORM REPORT_LINE.

      * CLIENTS STILL IN GOOD STANDING (fcl_status 0) WITH
      * WS-CNA-MIN-NS OR MORE NO-SHOWS OVER THE LAST TWELVE MONTHS.
       CNA_PRINT_NOSHOWS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BLACKLIST CANDIDATES - " WS-CNA-MIN-NS
               " OR MORE NO-SHOWS IN TWELVE MONTHS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-CNA-CANDS
           OPEN INPUT fcli
           PERFORM VARYING WS-CNA-I FROM 1 BY 1
               UNTIL WS-CNA-I > WS-CNA-NS-CNT
               IF WS-CNA-NS-TIMES(WS-CNA-I) >= WS-CNA-MIN-NS THEN
                   MOVE WS-CNA-NS-CL(WS-CNA-I) TO fcl_numCl
                   READ fcli
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF fcl_status = 0 THEN
                               PERFORM CNA_NOSHOW_LINE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE fcli
           IF WS-CNA-CANDS = 0 THEN
               MOVE "NONE" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * tamp_fcli HOLDS THE CANDIDATE AND WS-CNA-I ITS TABLE ROW.
       CNA_NOSHOW_LINE.
           ADD 1 TO WS-CNA-CANDS
           MOVE WS-CNA-NS-TIMES(WS-CNA-I) TO WS-CNA-TIMES-ED
           MOVE WS-CNA-NS-FEE(WS-CNA-I) TO WS-CNA-FEE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING fcl_numCl " " FUNCTION TRIM(fcl_nom) " "
               FUNCTION TRIM(fcl_prenom) " - NO-SHOWS "
               WS-CNA-TIMES-ED ", FEES " WS-CNA-FEE-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WEEKLY CLERK EXCEPTION MONITOR - PUTS SIDE BY SIDE, FOR EVERY
      * ACTIVE DESK CLERK (RECEPTION AND SUPERVISION), THE SENSITIVE
      * ACTIONS OF THE LAST SEVEN DAYS THAT EACH LIVE IN THEIR OWN
      * FILE: REFUNDS AND VOIDS (fpay), DISCOUNTS ON THE BOOKINGS
      * THEY TOOK (fresa/fresaarch), CANCELLATIONS WAIVED WITHOUT A
      * FEE (fcanc), MANUAL PRICE CHANGES AND SESSIONS OPENED AFTER
      * HOURS (faudit), CLOSED DRAWERS THAT DID NOT COUNT TO THE
      * EXPECTED CASH (fshift), WORKING-TIME OVERRIDES APPROVED
      * (fovrlog), PUNCH CORRECTIONS APPROVED (fpunch) AND UPGRADES
      * COMPED FROM LOYALTY POINTS (fupglog). EACH MEASURE IS SET
      * AGAINST THE HOUSE AVERAGE; A CLERK AT OR ABOVE fparam "XCMN"
      * (DEFAULT 2) ACTIONS AND ABOVE fparam "XCPC" PERCENT OF THE
      * AVERAGE (DEFAULT 200) IS STARRED AND LISTED FOR THE OWNER.
      * "AFTER HOURS" RUNS FROM fparam "XCLF" (DEFAULT 22H) TO
      * fparam "XCLT" (DEFAULT 6H).
       CLERK_EXCEPTION_REPORT.
           MOVE "CLERKXCP" TO WS-RPT-CODE
           MOVE "CLERK EXCEPTION MONITOR" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-CURRENT-DATE TO WS-XCM-DAY
           COMPUTE WS-XCM-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-XCM-DAY) - 1)
           COMPUTE WS-XCM-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-XCM-DAY) - 7)
           MOVE WS-XCM-FROM TO WS-XCM-D
           STRING WS-XCM-D-YEAR "-" WS-XCM-D-MONTH "-" WS-XCM-D-DAY
               DELIMITED BY SIZE INTO WS-XCM-FROM-TXT
           MOVE WS-XCM-TO TO WS-XCM-D
           STRING WS-XCM-D-YEAR "-" WS-XCM-D-MONTH "-" WS-XCM-D-DAY
               DELIMITED BY SIZE INTO WS-XCM-TO-TXT
           MOVE "XCPC" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-XCM-PCT
           IF WS-XCM-PCT = 0 THEN
               MOVE 200 TO WS-XCM-PCT
           END-IF
           MOVE "XCMN" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-XCM-MIN
           IF WS-XCM-MIN = 0 THEN
               MOVE 2 TO WS-XCM-MIN
           END-IF
           MOVE "XCLF" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-XCM-LATE-FROM
           IF WS-XCM-LATE-FROM = 0 THEN
               MOVE 22 TO WS-XCM-LATE-FROM
           END-IF
           MOVE "XCLT" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-XCM-LATE-TO
           IF WS-XCM-LATE-TO = 0 THEN
               MOVE 6 TO WS-XCM-LATE-TO
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "WEEK FROM " WS-XCM-FROM-TXT " TO " WS-XCM-TO-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM XCM_LOAD_CLERKS
           IF WS-XCM-CNT = 0 THEN
               MOVE "NO ACTIVE DESK CLERK ON FILE" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               PERFORM XCM_SCAN_PAYMENTS
               PERFORM XCM_SCAN_DISCOUNTS
               PERFORM XCM_SCAN_CANCELLATIONS
               PERFORM XCM_SCAN_AUDIT
               PERFORM XCM_SCAN_SHIFTS
               PERFORM XCM_SCAN_OVERRIDES
               PERFORM XCM_SCAN_PUNCHES
               PERFORM XCM_SCAN_UPGRADES
               PERFORM XCM_AVERAGES
               PERFORM XCM_PRINT_TABLE
               PERFORM XCM_PRINT_FLAGS
           END-IF
           PERFORM END_REPORT.

      * ONE ROW PER ACTIVE RECEPTIONIST OR SUPERVISOR, ALL COUNTS
      * AT ZERO.
       XCM_LOAD_CLERKS.
           MOVE 0 TO WS-XCM-CNT
           INITIALIZE WS-XCM-CLERKS
           OPEN INPUT fpers
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fpers NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF (fp_type = 0 OR fp_type = 2) AND
                               fp_actif NOT = 0 AND
                               WS-XCM-CNT < 100 THEN
                               ADD 1 TO WS-XCM-CNT
                               MOVE fp_numP TO
                                   WS-XCM-C-NUMP(WS-XCM-CNT)
                               MOVE fp_nom TO
                                   WS-XCM-C-NAME(WS-XCM-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpers.

      * WS-XCM-NUMP/WS-XCM-M MUST HOLD THE CLERK AND THE MEASURE -
      * COUNTS ONE ACTION AGAINST THE CLERK'S ROW (NOTHING WHEN THE
      * ACTION WAS THE BATCH'S OR A STAFF MEMBER OUTSIDE THE DESK).
       XCM_ADD.
           MOVE 0 TO WS-XCM-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-XCM-IDX = WS-XCM-CNT
               ADD 1 TO WS-XCM-IDX
               IF WS-XCM-C-NUMP(WS-XCM-IDX) = WS-XCM-NUMP THEN
                   ADD 1 TO WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M)
                   MOVE WS-XCM-CNT TO WS-XCM-IDX
               END-IF
           END-PERFORM.

      * REFUND (fy_kind 1) AND VOID (fy_kind 2) LINES TAKEN IN THE
      * WEEK - MEASURES 1 AND 2.
       XCM_SCAN_PAYMENTS.
           OPEN INPUT fpay
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fpay NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fy_date_date >= WS-XCM-FROM AND
                               fy_date_date <= WS-XCM-TO AND
                               (fy_kind = 1 OR fy_kind = 2) THEN
                               MOVE fy_numP TO WS-XCM-NUMP
                               MOVE fy_kind TO WS-XCM-M
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpay.

      * BOOKINGS TAKEN IN THE WEEK WITH A DISCOUNT, LIVE OR ALREADY
      * ARCHIVED - MEASURE 3, AGAINST THE CLERK WHO TOOK THEM.
       XCM_SCAN_DISCOUNTS.
           MOVE 3 TO WS-XCM-M
           OPEN INPUT fresa
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fr_created_date >= WS-XCM-FROM AND
                               fr_created_date <= WS-XCM-TO AND
                               (fr_discount_entier NOT = 0 OR
                               fr_discount_decimal NOT = 0) THEN
                               MOVE fr_taken_by TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fra_created_date >= WS-XCM-FROM AND
                               fra_created_date <= WS-XCM-TO AND
                               (fra_discount_entier NOT = 0 OR
                               fra_discount_decimal NOT = 0) THEN
                               MOVE fra_taken_by TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * CANCELLATIONS RECORDED IN THE WEEK WITH NO FEE KEPT -
      * MEASURE 4.
       XCM_SCAN_CANCELLATIONS.
           MOVE 4 TO WS-XCM-M
           OPEN INPUT fcanc
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fcanc NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fx_date_date >= WS-XCM-FROM AND
                               fx_date_date <= WS-XCM-TO AND
                               fx_fee_entier = 0 AND
                               fx_fee_decimal = 0 THEN
                               MOVE fx_numP TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcanc.

      * THE AUDIT TRAIL (date time,user,file,key,op) - A ROOM TARIFF
      * EDITED ("PRICE" ON fch) OR A PRICING CALENDAR RULE, ROOM TYPE
      * OR RATE PLAN TOUCHED IS A MANUAL PRICE CHANGE (MEASURE 5); A
      * SESSION OPENED IN THE AFTER-HOURS WINDOW IS MEASURE 7.
       XCM_SCAN_AUDIT.
           OPEN INPUT faudit
           IF cr_faudit NOT = "00" THEN
               CLOSE faudit
           ELSE
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ faudit
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF tamp_faudit(1:10) >= WS-XCM-FROM-TXT
                               AND tamp_faudit(1:10) <=
                               WS-XCM-TO-TXT THEN
                               PERFORM XCM_AUDIT_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE faudit
           END-IF.

      * tamp_faudit HOLDS ONE LINE OF THE WEEK.
       XCM_AUDIT_LINE.
           MOVE SPACES TO WS-XCM-A-STAMP
           MOVE SPACES TO WS-XCM-A-USER
           MOVE SPACES TO WS-XCM-A-FILE
           MOVE SPACES TO WS-XCM-A-KEY
           MOVE SPACES TO WS-XCM-A-OP
           UNSTRING tamp_faudit DELIMITED BY ","
               INTO WS-XCM-A-STAMP WS-XCM-A-USER WS-XCM-A-FILE
                   WS-XCM-A-KEY WS-XCM-A-OP
           MOVE FUNCTION NUMVAL(WS-XCM-A-USER) TO WS-XCM-NUMP
           IF WS-XCM-A-FILE = "fprice" OR WS-XCM-A-FILE = "frtype"
               OR WS-XCM-A-FILE = "frplan" OR
               (WS-XCM-A-FILE = "fch" AND WS-XCM-A-OP = "PRICE") THEN
               MOVE 5 TO WS-XCM-M
               PERFORM XCM_ADD
           END-IF
           IF WS-XCM-A-OP = "LOGIN" THEN
               MOVE WS-XCM-A-STAMP(12:2) TO WS-XCM-HOUR
               IF WS-XCM-HOUR >= WS-XCM-LATE-FROM OR
                   WS-XCM-HOUR < WS-XCM-LATE-TO THEN
                   MOVE 7 TO WS-XCM-M
                   PERFORM XCM_ADD
               END-IF
           END-IF.

      * CLOSED DRAWERS OF THE WEEK WHOSE COUNT DID NOT MATCH THE
      * EXPECTED CASH - MEASURE 6.
       XCM_SCAN_SHIFTS.
           MOVE 6 TO WS-XCM-M
           OPEN INPUT fshift
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fshift NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fs_status = 1 AND
                               fs_date >= WS-XCM-FROM AND
                               fs_date <= WS-XCM-TO AND
                               fs_counted NOT = fs_expected THEN
                               MOVE fs_numP TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fshift.

      * WORKING-TIME CAP OVERRIDES (date,time,staff,room,approver)
      * APPROVED IN THE WEEK - MEASURE 8, AGAINST THE APPROVER.
       XCM_SCAN_OVERRIDES.
           MOVE 8 TO WS-XCM-M
           OPEN INPUT fovrlog
           IF cr_fovrlog NOT = "00" THEN
               CLOSE fovrlog
           ELSE
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fovrlog
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF tamp_fovrlog(1:10) >= WS-XCM-FROM-TXT
                               AND tamp_fovrlog(1:10) <=
                               WS-XCM-TO-TXT THEN
                               MOVE SPACES TO WS-XCM-A-STAMP
                               MOVE SPACES TO WS-XCM-A-FILE
                               MOVE SPACES TO WS-XCM-A-KEY
                               MOVE SPACES TO WS-XCM-A-OP
                               MOVE SPACES TO WS-XCM-A-USER
                               UNSTRING tamp_fovrlog DELIMITED BY ","
                                   INTO WS-XCM-A-STAMP WS-XCM-A-FILE
                                       WS-XCM-A-KEY WS-XCM-A-OP
                                       WS-XCM-A-USER
                               MOVE FUNCTION NUMVAL(WS-XCM-A-USER)
                                   TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fovrlog
           END-IF.

      * MANUAL PUNCH CORRECTIONS FOR DAYS OF THE WEEK - MEASURE 9,
      * AGAINST THE MANAGER WHO APPROVED THEM.
       XCM_SCAN_PUNCHES.
           MOVE 9 TO WS-XCM-M
           OPEN INPUT fpunch
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fpunch NEXT
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF fpu_manual = 1 AND
                               fpu_date >= WS-XCM-FROM AND
                               fpu_date <= WS-XCM-TO THEN
                               MOVE fpu_appr_numP TO WS-XCM-NUMP
                               PERFORM XCM_ADD
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpunch.

      * CHECK-IN UPGRADES COMPED FROM LOYALTY POINTS (KIND 2 ON THE
      * UPGRADE LOG) IN THE WEEK - MEASURE 10.
       XCM_SCAN_UPGRADES.
           MOVE 10 TO WS-XCM-M
           OPEN INPUT fupglog
           IF cr_fupglog NOT = "00" THEN
               CLOSE fupglog
           ELSE
               MOVE 0 TO WS-XCM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XCM-EOF = 1
                   READ fupglog
                       AT END
                           MOVE 1 TO WS-XCM-EOF
                       NOT AT END
                           IF tamp_fupglog(1:10) >= WS-XCM-FROM-TXT
                               AND tamp_fupglog(1:10) <=
                               WS-XCM-TO-TXT THEN
                               MOVE SPACES TO WS-UPG-FIELDS
                               UNSTRING tamp_fupglog DELIMITED BY ","
                                   INTO WS-UPG-P-DATE WS-UPG-P-CLERK
                                       WS-UPG-P-RESA WS-UPG-P-OLD
                                       WS-UPG-P-NEW WS-UPG-P-AMT
                                       WS-UPG-P-KIND
                               IF FUNCTION NUMVAL(WS-UPG-P-KIND) = 2
                                   THEN
                                   MOVE FUNCTION NUMVAL(WS-UPG-P-CLERK)
                                       TO WS-XCM-NUMP
                                   PERFORM XCM_ADD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE fupglog
           END-IF.

      * HOUSE TOTAL AND AVERAGE PER CLERK FOR EACH MEASURE.
       XCM_AVERAGES.
           INITIALIZE WS-XCM-TOTALS
           MOVE 0 TO WS-XCM-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-XCM-IDX = WS-XCM-CNT
               ADD 1 TO WS-XCM-IDX
               MOVE 0 TO WS-XCM-M
               PERFORM WITH TEST BEFORE UNTIL WS-XCM-M = 10
                   ADD 1 TO WS-XCM-M
                   ADD WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M) TO
                       WS-XCM-TOT(WS-XCM-M)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-XCM-M
           PERFORM WITH TEST BEFORE UNTIL WS-XCM-M = 10
               ADD 1 TO WS-XCM-M
               COMPUTE WS-XCM-AVG(WS-XCM-M) ROUNDED =
                   WS-XCM-TOT(WS-XCM-M) / WS-XCM-CNT
           END-PERFORM.

      * ONE LINE PER CLERK, AN ASTERISK AFTER EVERY OUTLYING COUNT,
      * THEN THE HOUSE AVERAGE LINE.
       XCM_PRINT_TABLE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "NUM  NAME      REFD VOID DISC NFEE PRIC DRAW LATE"
               " OVRD PNCH COMP" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-XCM-FLAGS
           MOVE 0 TO WS-XCM-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-XCM-IDX = WS-XCM-CNT
               ADD 1 TO WS-XCM-IDX
               MOVE SPACES TO WS-XCM-LINE
               MOVE WS-XCM-C-NUMP(WS-XCM-IDX) TO WS-XCM-L-NUMP
               MOVE WS-XCM-C-NAME(WS-XCM-IDX) TO WS-XCM-L-NAME
               MOVE 0 TO WS-XCM-M
               PERFORM WITH TEST BEFORE UNTIL WS-XCM-M = 10
                   ADD 1 TO WS-XCM-M
                   MOVE WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M) TO
                       WS-XCM-L-VAL(WS-XCM-M)
                   PERFORM XCM_CHECK_OUTLIER
                   IF WS-XCM-OUT = 1 THEN
                       MOVE "*" TO WS-XCM-L-FLAG(WS-XCM-M)
                       ADD 1 TO WS-XCM-FLAGS
                   END-IF
               END-PERFORM
               MOVE WS-XCM-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           MOVE 0 TO WS-XCM-M
           PERFORM WITH TEST BEFORE UNTIL WS-XCM-M = 10
               ADD 1 TO WS-XCM-M
               MOVE WS-XCM-AVG(WS-XCM-M) TO WS-XCM-V-AVG(WS-XCM-M)
           END-PERFORM
           MOVE WS-XCM-AVG-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WS-XCM-IDX/WS-XCM-M MUST HOLD THE CLERK AND THE MEASURE -
      * LEAVES WS-XCM-OUT = 1 WHEN THE COUNT IS AN OUTLIER: AT
      * LEAST THE MINIMUM AND ABOVE THE PERCENTAGE OF THE AVERAGE.
       XCM_CHECK_OUTLIER.
           MOVE 0 TO WS-XCM-OUT
           IF WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M) >= WS-XCM-MIN AND
               WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M) >
               WS-XCM-AVG(WS-XCM-M) * WS-XCM-PCT / 100 THEN
               MOVE 1 TO WS-XCM-OUT
           END-IF.

      * THE STARRED COUNTS SPELLED OUT FOR THE OWNER'S REVIEW.
       XCM_PRINT_FLAGS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           IF WS-XCM-FLAGS = 0 THEN
               MOVE "NO CLERK STANDS OUT THIS WEEK" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE "FOR THE OWNER'S REVIEW:" TO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE 0 TO WS-XCM-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-XCM-IDX = WS-XCM-CNT
                   ADD 1 TO WS-XCM-IDX
                   MOVE 0 TO WS-XCM-M
                   PERFORM WITH TEST BEFORE UNTIL WS-XCM-M = 10
                       ADD 1 TO WS-XCM-M
                       PERFORM XCM_CHECK_OUTLIER
                       IF WS-XCM-OUT = 1 THEN
                           MOVE WS-XCM-C-CNT(WS-XCM-IDX, WS-XCM-M)
                               TO WS-XCM-E-CNT
                           MOVE WS-XCM-AVG(WS-XCM-M) TO WS-XCM-E-AVG
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "  " WS-XCM-C-NUMP(WS-XCM-IDX) " "
                               WS-XCM-C-NAME(WS-XCM-IDX) " "
                               WS-XCM-MEASURE(WS-XCM-M)
                               WS-XCM-E-CNT " AGAINST AN AVERAGE OF"
                               WS-XCM-E-AVG
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           PERFORM REPORT_LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      * ROOM TURNAROUND REPORTS - WS-TAT-MODE "D" = THE ROOMS MADE
      * READY YESTERDAY (RUN NIGHTLY), "M" = LAST MONTH (RUN ON THE
      * FIRST), "T" = THIS MONTH SO FAR (FROM THE STATISTICS MENU).
      * AVERAGE AND WORST MINUTES FROM CHECK-OUT TO READY-TO-SELL BY
      * ROOM TYPE, ZONE AND CLEANER, WITH THE THREE LEGS (WAIT FOR
      * THE CLEANER, CLEANING, WAIT FOR THE INSPECTION), THE TURNS
      * OVER THE ROOM TYPE'S TARGET AND THE ROOM-HOURS LOST TO THEM
      * (MINUTES BEYOND TARGET / 60) - THE ROOM-HOURS THAT COULD
      * HAVE BEEN SOLD AGAIN.
       TURNAROUND_DAILY.
           MOVE "D" TO WS-TAT-MODE
           PERFORM TURNAROUND_REPORT.

       TURNAROUND_MONTHLY.
           MOVE "M" TO WS-TAT-MODE
           PERFORM TURNAROUND_REPORT.

       TURNAROUND_MONTH_TO_DATE.
           MOVE "T" TO WS-TAT-MODE
           PERFORM TURNAROUND_REPORT.

       TURNAROUND_REPORT.
           MOVE "TURNARND" TO WS-RPT-CODE
           MOVE "ROOM TURNAROUND" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE WS-CURRENT-DATE TO WS-TAT-DAY
           EVALUATE WS-TAT-MODE
               WHEN "D"
                   COMPUTE WS-TAT-FROM = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TAT-DAY) - 1)
                   MOVE WS-TAT-FROM TO WS-TAT-TO
               WHEN "M"
                   MOVE WS-TAT-DAY TO WS-TAT-D
                   SUBTRACT 1 FROM WS-TAT-D-MONTH
                   IF WS-TAT-D-MONTH = 0 THEN
                       MOVE 12 TO WS-TAT-D-MONTH
                       SUBTRACT 1 FROM WS-TAT-D-YEAR
                   END-IF
                   MOVE 1 TO WS-TAT-D-DAY
                   MOVE WS-TAT-D TO WS-TAT-FROM
                   MOVE 31 TO WS-TAT-D-DAY
                   MOVE WS-TAT-D TO WS-TAT-TO
               WHEN OTHER
                   MOVE WS-TAT-DAY TO WS-TAT-D
                   MOVE 1 TO WS-TAT-D-DAY
                   MOVE WS-TAT-D TO WS-TAT-FROM
                   MOVE WS-TAT-DAY TO WS-TAT-TO
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOMS READY FROM " WS-TAT-FROM " TO " WS-TAT-TO
               " (MINUTES)" DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-TAT-BCNT
           MOVE 0 TO WS-TAT-CNT
           MOVE 0 TO WS-TAT-SUM
           MOVE 0 TO WS-TAT-LOST
           MOVE 0 TO WS-TAT-WORST
           OPEN INPUT fturnar
               MOVE 0 TO WS-TAT-EOF
               PERFORM WITH TEST AFTER UNTIL WS-TAT-EOF = 1
                   READ fturnar NEXT
                       AT END
                           MOVE 1 TO WS-TAT-EOF
                       NOT AT END
                           IF ftn_status = 1 AND
                               ftn_ready_date >= WS-TAT-FROM AND
                               ftn_ready_date <= WS-TAT-TO THEN
                               PERFORM TAT_TALLY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fturnar
           IF WS-TAT-CNT = 0 THEN
               MOVE "NO ROOM TURNED IN THE PERIOD" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE 1 TO WS-TAT-DIM
               PERFORM TAT_PRINT_DIM
               MOVE 2 TO WS-TAT-DIM
               PERFORM TAT_PRINT_DIM
               MOVE 3 TO WS-TAT-DIM
               PERFORM TAT_PRINT_DIM
               MOVE SPACES TO WS-RPT-LINE
               PERFORM REPORT_LINE
               COMPUTE WS-TAT-E-MIN ROUNDED = WS-TAT-SUM / WS-TAT-CNT
               COMPUTE WS-TAT-E-LOST ROUNDED = WS-TAT-LOST / 60
               MOVE SPACES TO WS-RPT-LINE
               STRING "ALL ROOMS: " WS-TAT-CNT " TURNS, AVERAGE "
                   WS-TAT-E-MIN " MIN, ROOM-HOURS LOST " WS-TAT-E-LOST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE WS-TAT-WORST TO WS-TAT-E-MIN
               MOVE SPACES TO WS-RPT-LINE
               STRING "SLOWEST: ROOM " WS-TAT-WORST-CH " AFTER STAY "
                   WS-TAT-WORST-RESA " READY " WS-TAT-WORST-DATE " - "
                   WS-TAT-E-MIN " MIN" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM END_REPORT.

      * tamp_fturnar HOLDS A TURN OF THE PERIOD - ITS LEGS, ITS LOSS
      * AGAINST TARGET, AND ITS SHARE OF THE THREE BUCKETS IT FALLS
      * IN (THE CLEANER ONLY WHEN A MISSION WAS CLOCKED).
       TAT_TALLY.
           ADD 1 TO WS-TAT-CNT
           ADD ftn_minutes TO WS-TAT-SUM
           MOVE 0 TO WS-TAT-R-LOST
           IF ftn_minutes > ftn_target THEN
               COMPUTE WS-TAT-R-LOST = ftn_minutes - ftn_target
           END-IF
           ADD WS-TAT-R-LOST TO WS-TAT-LOST
           IF ftn_minutes > WS-TAT-WORST THEN
               MOVE ftn_minutes TO WS-TAT-WORST
               MOVE ftn_numCh TO WS-TAT-WORST-CH
               MOVE ftn_numResa TO WS-TAT-WORST-RESA
               MOVE ftn_ready_date TO WS-TAT-WORST-DATE
           END-IF
           MOVE 0 TO WS-TAT-R-STAGE
           MOVE 0 TO WS-TAT-R-WAIT
           MOVE 0 TO WS-TAT-R-CLEAN
           MOVE 0 TO WS-TAT-R-INSP
           IF ftn_numM NOT = 0 AND ftn_in_date NOT = 0 AND
               ftn_done_date NOT = 0 THEN
               MOVE 1 TO WS-TAT-R-STAGE
               MOVE ftn_out_date TO WS-TAT-D1
               MOVE ftn_out_hours TO WS-TAT-H1
               MOVE ftn_out_minute TO WS-TAT-M1
               MOVE ftn_in_date TO WS-TAT-D2
               MOVE ftn_in_hours TO WS-TAT-H2
               MOVE ftn_in_minute TO WS-TAT-M2
               PERFORM TURNAROUND_SPAN
               IF WS-TAT-MIN > 0 THEN
                   MOVE WS-TAT-MIN TO WS-TAT-R-WAIT
               END-IF
               MOVE ftn_in_date TO WS-TAT-D1
               MOVE ftn_in_hours TO WS-TAT-H1
               MOVE ftn_in_minute TO WS-TAT-M1
               MOVE ftn_done_date TO WS-TAT-D2
               MOVE ftn_done_hours TO WS-TAT-H2
               MOVE ftn_done_minute TO WS-TAT-M2
               PERFORM TURNAROUND_SPAN
               IF WS-TAT-MIN > 0 THEN
                   MOVE WS-TAT-MIN TO WS-TAT-R-CLEAN
               END-IF
               MOVE ftn_done_date TO WS-TAT-D1
               MOVE ftn_done_hours TO WS-TAT-H1
               MOVE ftn_done_minute TO WS-TAT-M1
               MOVE ftn_ready_date TO WS-TAT-D2
               MOVE ftn_ready_hours TO WS-TAT-H2
               MOVE ftn_ready_minute TO WS-TAT-M2
               PERFORM TURNAROUND_SPAN
               IF WS-TAT-MIN > 0 THEN
                   MOVE WS-TAT-MIN TO WS-TAT-R-INSP
               END-IF
           END-IF
           MOVE 1 TO WS-TAT-DIM
           MOVE ftn_typeCh TO WS-TAT-KEY
           PERFORM TAT_BUCKET_ADD
           MOVE 2 TO WS-TAT-DIM
           MOVE SPACES TO WS-TAT-KEY
           STRING "ZONE " ftn_zone DELIMITED BY SIZE INTO WS-TAT-KEY
           PERFORM TAT_BUCKET_ADD
           IF ftn_numP NOT = 0 THEN
               MOVE 3 TO WS-TAT-DIM
               MOVE ftn_numP TO WS-TAT-KEY
               PERFORM TAT_BUCKET_ADD
           END-IF.

      * WS-TAT-DIM/WS-TAT-KEY NAME THE BUCKET - FOLDS THE CURRENT
      * TURN INTO IT, OPENING IT ON FIRST USE.
       TAT_BUCKET_ADD.
           MOVE 0 TO WS-TAT-HIT
           MOVE 0 TO WS-TAT-I
           PERFORM WITH TEST BEFORE UNTIL WS-TAT-I = WS-TAT-BCNT
               OR WS-TAT-HIT = 1
               ADD 1 TO WS-TAT-I
               IF WS-TAT-B-DIM(WS-TAT-I) = WS-TAT-DIM AND
                   WS-TAT-B-KEY(WS-TAT-I) = WS-TAT-KEY THEN
                   MOVE 1 TO WS-TAT-HIT
               END-IF
           END-PERFORM
           IF WS-TAT-HIT = 0 THEN
               IF WS-TAT-BCNT < 300 THEN
                   ADD 1 TO WS-TAT-BCNT
                   MOVE WS-TAT-BCNT TO WS-TAT-I
                   INITIALIZE WS-TAT-B(WS-TAT-I)
                   MOVE WS-TAT-DIM TO WS-TAT-B-DIM(WS-TAT-I)
                   MOVE WS-TAT-KEY TO WS-TAT-B-KEY(WS-TAT-I)
                   MOVE 1 TO WS-TAT-HIT
               END-IF
           END-IF
           IF WS-TAT-HIT = 1 THEN
               ADD 1 TO WS-TAT-B-CNT(WS-TAT-I)
               ADD ftn_minutes TO WS-TAT-B-SUM(WS-TAT-I)
               IF ftn_minutes > WS-TAT-B-WORST(WS-TAT-I) THEN
                   MOVE ftn_minutes TO WS-TAT-B-WORST(WS-TAT-I)
               END-IF
               IF WS-TAT-R-LOST > 0 THEN
                   ADD 1 TO WS-TAT-B-OVER(WS-TAT-I)
                   ADD WS-TAT-R-LOST TO WS-TAT-B-LOST(WS-TAT-I)
               END-IF
               IF WS-TAT-DIM = 1 THEN
                   MOVE ftn_target TO WS-TAT-B-TGT(WS-TAT-I)
               END-IF
               IF WS-TAT-R-STAGE = 1 THEN
                   ADD 1 TO WS-TAT-B-SCNT(WS-TAT-I)
                   ADD WS-TAT-R-WAIT TO WS-TAT-B-WAIT(WS-TAT-I)
                   ADD WS-TAT-R-CLEAN TO WS-TAT-B-CLEAN(WS-TAT-I)
                   ADD WS-TAT-R-INSP TO WS-TAT-B-INSP(WS-TAT-I)
               END-IF
           END-IF.

      * WS-TAT-DIM NAMES THE DIMENSION - ITS HEADING AND ONE LINE
      * PER BUCKET (CLEANERS NAMED FROM fpers).
       TAT_PRINT_DIM.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-TAT-DIM
               WHEN 1
                   MOVE "ROOM TYPE       " TO WS-RPT-LINE(1:16)
               WHEN 2
                   MOVE "ZONE            " TO WS-RPT-LINE(1:16)
               WHEN OTHER
                   MOVE "CLEANER         " TO WS-RPT-LINE(1:16)
           END-EVALUATE
           MOVE "  CNT   AVG  WAIT CLEAN  INSP WORST   TGT  OVER HRS"
               TO WS-RPT-LINE(17:51)
           MOVE " LOST" TO WS-RPT-LINE(68:5)
           PERFORM REPORT_LINE
           IF WS-TAT-DIM = 3 THEN
               OPEN INPUT fpers
           END-IF
           MOVE 0 TO WS-TAT-I
           PERFORM WITH TEST BEFORE UNTIL WS-TAT-I = WS-TAT-BCNT
               ADD 1 TO WS-TAT-I
               IF WS-TAT-B-DIM(WS-TAT-I) = WS-TAT-DIM THEN
                   PERFORM TAT_PRINT_BUCKET
               END-IF
           END-PERFORM
           IF WS-TAT-DIM = 3 THEN
               CLOSE fpers
           END-IF.

       TAT_PRINT_BUCKET.
           MOVE SPACES TO WS-TAT-LINE
           MOVE WS-TAT-B-KEY(WS-TAT-I) TO WS-TAT-L-KEY
           IF WS-TAT-DIM = 3 THEN
               MOVE WS-TAT-B-KEY(WS-TAT-I)(1:4) TO fp_numP
               READ fpers
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING fp_numP " " fp_nom DELIMITED BY SIZE
                           INTO WS-TAT-L-KEY
               END-READ
           END-IF
           MOVE WS-TAT-B-CNT(WS-TAT-I) TO WS-TAT-L-CNT
           COMPUTE WS-TAT-L-AVG ROUNDED =
               WS-TAT-B-SUM(WS-TAT-I) / WS-TAT-B-CNT(WS-TAT-I)
           IF WS-TAT-B-SCNT(WS-TAT-I) > 0 THEN
               COMPUTE WS-TAT-L-WAIT ROUNDED =
                   WS-TAT-B-WAIT(WS-TAT-I) / WS-TAT-B-SCNT(WS-TAT-I)
               COMPUTE WS-TAT-L-CLEAN ROUNDED =
                   WS-TAT-B-CLEAN(WS-TAT-I) / WS-TAT-B-SCNT(WS-TAT-I)
               COMPUTE WS-TAT-L-INSP ROUNDED =
                   WS-TAT-B-INSP(WS-TAT-I) / WS-TAT-B-SCNT(WS-TAT-I)
           END-IF
           MOVE WS-TAT-B-WORST(WS-TAT-I) TO WS-TAT-L-WORST
           MOVE WS-TAT-B-TGT(WS-TAT-I) TO WS-TAT-L-TGT
           MOVE WS-TAT-B-OVER(WS-TAT-I) TO WS-TAT-L-OVER
           COMPUTE WS-TAT-L-LOST ROUNDED =
               WS-TAT-B-LOST(WS-TAT-I) / 60
           MOVE WS-TAT-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * TARIFF WHAT-IF FROM THE ADMINISTRATION MENU - REPLAYS THE
      * ARCHIVED STAYS ARRIVING IN A CHOSEN PERIOD (DEFAULT: THIS
      * MONTH LAST YEAR) THROUGH THE PRICING CHAIN, ONCE WITH THE
      * RULES IN FORCE AND ONCE PER CHOSEN fwhatif SCENARIO LAID OVER
      * THEM. NOTHING IS WRITTEN BUT THE SPOOLED REPORT.
       TARIFF_WHATIF.
           COMPUTE WS-WORK-YEAR = WS-BUS-YEAR - 1
           MOVE WS-BUS-MONTH TO WS-WORK-MONTH
           PERFORM WIF_MONTH_RANGE
           MOVE SPACES TO WS-WIF-SCENS
           MOVE " " TO MENU-VALIDATE
           MOVE " " TO ERROR-MESSAGE
           PERFORM IDLE_ARM
           ACCEPT WHATIF-RUN-SCREEN WITH TIME-OUT WS-IDL-WAIT
           PERFORM IDLE_CHECK
           IF WS-IDL-TIMED = 1 THEN
               MOVE " " TO MENU-VALIDATE
           END-IF
           IF MENU-VALIDATE NOT = "Y" AND MENU-VALIDATE NOT = "y" THEN
               MOVE "SIMULATION CANCELLED" TO ERROR-MESSAGE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WIF-FROM) NOT = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-WIF-TO) NOT = 0 THEN
                   MOVE "WRONG DATE" TO ERROR-MESSAGE
               ELSE
                   IF WS-WIF-TO < WS-WIF-FROM OR
                       FUNCTION INTEGER-OF-DATE(WS-WIF-TO) -
                       FUNCTION INTEGER-OF-DATE(WS-WIF-FROM) > 365
                       THEN
                       MOVE "RANGE MUST RUN FORWARD, AT MOST A YEAR"
                           TO ERROR-MESSAGE
                   ELSE
                       PERFORM WIF_LOAD_RULES
                       IF WS-WIF-NSC = 0 THEN
                           IF ERROR-MESSAGE = SPACES THEN
                               MOVE "NAME AT LEAST ONE SCENARIO" TO
                                   ERROR-MESSAGE
                           END-IF
                       ELSE
                           MOVE 1 TO WS-RPT-FORCE
                           PERFORM WHATIF_RUN
                           MOVE 0 TO WS-RPT-FORCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * MONTHLY RUN - THE COMING MONTH AS IT WENT LAST YEAR, AGAINST
      * THE FIRST THREE SCENARIOS ON FILE.
       TARIFF_WHATIF_MONTHLY.
           COMPUTE WS-WORK-YEAR = WS-BUS-YEAR - 1
           MOVE WS-BUS-MONTH TO WS-WORK-MONTH
           PERFORM WIF_MONTH_RANGE
           MOVE SPACES TO WS-WIF-SCENS
           MOVE 0 TO WS-WIF-K
           OPEN INPUT fwhatif
               MOVE 0 TO WS-WIF-EOF
               PERFORM WITH TEST AFTER UNTIL WS-WIF-EOF = 1
                   READ fwhatif NEXT
                       AT END
                           MOVE 1 TO WS-WIF-EOF
                       NOT AT END
                           IF WS-WIF-K = 0 THEN
                               MOVE 1 TO WS-WIF-K
                               MOVE fwi_scen TO WS-WIF-SC(1)
                           ELSE
                               IF fwi_scen NOT = WS-WIF-SC(WS-WIF-K)
                                   THEN
                                   IF WS-WIF-K = 3 THEN
                                       MOVE 1 TO WS-WIF-EOF
                                   ELSE
                                       ADD 1 TO WS-WIF-K
                                       MOVE fwi_scen TO
                                           WS-WIF-SC(WS-WIF-K)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fwhatif
           MOVE " " TO ERROR-MESSAGE
           PERFORM WIF_LOAD_RULES
           IF WS-WIF-NSC = 0 THEN
               DISPLAY "NO TARIFF SCENARIO ON FILE"
           ELSE
               PERFORM WHATIF_RUN
           END-IF.

      * WS-WORK-YEAR/WS-WORK-MONTH NAME A MONTH - SETS WS-WIF-FROM
      * AND WS-WIF-TO TO ITS FIRST AND LAST DAY.
       WIF_MONTH_RANGE.
           PERFORM GET_WORK_MONTH_DAYS
           COMPUTE WS-WIF-FROM = (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) + 1
           COMPUTE WS-WIF-TO = (WS-WORK-YEAR * 10000) +
               (WS-WORK-MONTH * 100) + WS-MONTH-DAYS.

      * WS-WIF-SC1..3 NAME THE SCENARIOS (BLANKS SKIPPED) - CLOSES
      * THE GAPS, LOADS EVERY LINE OF EACH INTO WS-WIF-RL WITH ITS
      * COLUMN IN WS-WIF-R-SCN AND LEAVES THE COUNT IN WS-WIF-NSC.
      * A SCENARIO WITHOUT A SINGLE LINE ON FILE IS REFUSED (NSC 0,
      * ERROR-MESSAGE SET).
       WIF_LOAD_RULES.
           MOVE 0 TO WS-WIF-NSC
           MOVE 0 TO WS-WIF-RCNT
           PERFORM VARYING WS-WIF-K FROM 1 BY 1 UNTIL WS-WIF-K > 3
               IF WS-WIF-SC(WS-WIF-K) NOT = SPACES THEN
                   ADD 1 TO WS-WIF-NSC
                   MOVE WS-WIF-SC(WS-WIF-K) TO WS-WIF-SC(WS-WIF-NSC)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WIF-K FROM WS-WIF-NSC BY 1
               UNTIL WS-WIF-K = 3
               MOVE SPACES TO WS-WIF-SC(WS-WIF-K + 1)
           END-PERFORM
           OPEN INPUT fwhatif
           PERFORM VARYING WS-WIF-S FROM 1 BY 1
               UNTIL WS-WIF-S > WS-WIF-NSC
               MOVE 0 TO WS-WIF-N1
               MOVE WS-WIF-SC(WS-WIF-S) TO fwi_scen
               MOVE 0 TO fwi_seq
               START fwhatif KEY IS NOT < fwi_key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-WIF-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-WIF-EOF = 1
                           READ fwhatif NEXT
                               AT END
                                   MOVE 1 TO WS-WIF-EOF
                               NOT AT END
                                   IF fwi_scen NOT =
                                       WS-WIF-SC(WS-WIF-S) THEN
                                       MOVE 1 TO WS-WIF-EOF
                                   ELSE
                                       ADD 1 TO WS-WIF-N1
                                       IF WS-WIF-RCNT < 150 THEN
                                           ADD 1 TO WS-WIF-RCNT
                                           MOVE WS-WIF-S TO
                                             WS-WIF-R-SCN(WS-WIF-RCNT)
                                           MOVE tamp_fwhatif TO
                                             WS-WIF-RL(WS-WIF-RCNT)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
               IF WS-WIF-N1 = 0 THEN
                   MOVE SPACES TO ERROR-MESSAGE
                   STRING "SCENARIO " WS-WIF-SC(WS-WIF-S)
                       " HAS NO RULES" DELIMITED BY SIZE
                       INTO ERROR-MESSAGE
               END-IF
           END-PERFORM
           CLOSE fwhatif
           IF ERROR-MESSAGE NOT = SPACES THEN
               MOVE 0 TO WS-WIF-NSC
           END-IF.

      * WS-WIF-FROM/-TO AND THE LOADED SCENARIOS MUST BE SET - THE
      * REPLAY ITSELF AND ITS REPORT: REVENUE BY ROOM TYPE (SPLIT BY
      * DAY OF WEEK), BY DAY OF WEEK, THE CHANGE PER SCENARIO AND
      * THE STAYS EACH SCENARIO MOVES MOST.
       WHATIF_RUN.
           MOVE "WHATIF" TO WS-RPT-CODE
           MOVE "TARIFF WHAT-IF SIMULATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ARCHIVED ARRIVALS " WS-WIF-FROM " TO " WS-WIF-TO
               " - CURRENT RULES AGAINST " WS-WIF-NSC " SCENARIO(S)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           INITIALIZE WS-WIF-TYPES
           INITIALIZE WS-WIF-TOPS
           MOVE 0 TO WS-WIF-TCNT
           MOVE 0 TO WS-WIF-STAYS
           PERFORM WIF_BUILD_OCCUPANCY
           OPEN INPUT fresaarch
               MOVE 0 TO WS-WIF-EOF
               PERFORM WITH TEST AFTER UNTIL WS-WIF-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-WIF-EOF
                       NOT AT END
                           IF fra_status NOT = 3 AND
                               fra_date_debut_date >= WS-WIF-FROM AND
                               fra_date_debut_date <= WS-WIF-TO THEN
                               PERFORM WIF_PRICE_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           MOVE 0 TO WS-WIF-ON
           MOVE 0 TO WS-YLD-ACTIVE
           IF WS-WIF-STAYS = 0 THEN
               MOVE "NO ARCHIVED STAY IN THE PERIOD" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               PERFORM WIF_PRINT_TYPES
               PERFORM WIF_PRINT_DAYS
               PERFORM WIF_PRINT_TOPS
           END-IF
           PERFORM END_REPORT.

      * ROOMS IN USE PER DAY OF THE REPLAYED PERIOD, COUNTED FROM THE
      * ARCHIVE - STANDS IN FOR THE OCCUPANCY CALC_SLOT_OCCUPANCY SAW
      * WHEN THE STAY WAS BOOKED, SO THE YIELD BANDS CAN BE REPLAYED.
      * THE ROOM INVENTORY IS LOADED ALONGSIDE SO EACH DAY IS
      * MEASURED AGAINST THE ROOMS SELLABLE THAT DAY. A STAY WHOSE END
      * DATE ROLLED PAST THE MONTH END RUNS ITS NIGHTS FROM ARRIVAL.
       WIF_BUILD_OCCUPANCY.
           PERFORM LOAD_ROOM_INVENTORY
           MOVE WS-RIN-RM-CNT TO WS-WIF-ROOMS
           INITIALIZE WS-WIF-OCCUPANCY
           COMPUTE WS-WIF-BASE = FUNCTION INTEGER-OF-DATE(WS-WIF-FROM)
           COMPUTE WS-WIF-DAYS = FUNCTION INTEGER-OF-DATE(WS-WIF-TO)
               - WS-WIF-BASE + 1
           OPEN INPUT fresaarch
               MOVE 0 TO WS-WIF-EOF
               PERFORM WITH TEST AFTER UNTIL WS-WIF-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-WIF-EOF
                       NOT AT END
                           IF fra_status NOT = 3 AND
                               fra_date_debut_date <= WS-WIF-TO AND
                               fra_date_fin_date >= WS-WIF-FROM THEN
                               PERFORM WIF_OCCUPY_DAYS
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresaarch.

      * tamp_fresaarch HOLDS A STAY OVERLAPPING THE PERIOD - ONE ROOM
      * IN USE ON EACH OF ITS DAYS INSIDE THE PERIOD.
       WIF_OCCUPY_DAYS.
           MOVE fra_date_debut_date TO WS-WIF-STAY
           COMPUTE WS-WIF-N1 = FUNCTION INTEGER-OF-DATE(WS-WIF-STAY)
           MOVE fra_date_fin_date TO WS-WIF-STAY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WIF-STAY) = 0 THEN
               COMPUTE WS-WIF-N2 =
                   FUNCTION INTEGER-OF-DATE(WS-WIF-STAY)
           ELSE
               COMPUTE WS-WIF-N2 = WS-WIF-N1 + fra_nights
           END-IF
           IF WS-WIF-N1 < WS-WIF-BASE THEN
               MOVE WS-WIF-BASE TO WS-WIF-N1
           END-IF
           IF WS-WIF-N2 > WS-WIF-BASE + WS-WIF-DAYS - 1 THEN
               COMPUTE WS-WIF-N2 = WS-WIF-BASE + WS-WIF-DAYS - 1
           END-IF
           PERFORM VARYING WS-WIF-N1 FROM WS-WIF-N1 BY 1
               UNTIL WS-WIF-N1 > WS-WIF-N2
               COMPUTE WS-WIF-X = WS-WIF-N1 - WS-WIF-BASE + 1
               ADD 1 TO WS-WIF-OCC(WS-WIF-X)
           END-PERFORM.

      * tamp_fresaarch HOLDS A STAY OF THE PERIOD - PRICES IT WITH
      * THE RULES IN FORCE, THEN UNDER EACH SCENARIO, THE SAME WAY
      * THE STAY WAS CHARGED (RATE x DURATION MINUS DISCOUNT, THE
      * ACCOUNT'S CONTRACT AND THE RATE PLAN ARMED), AND FOLDS THE
      * RESULTS INTO ITS ROOM TYPE AND DAY OF WEEK.
       WIF_PRICE_STAY.
           MOVE fra_numResa TO fr_numResa
           MOVE fra_numCh TO fr_numCh
           MOVE fra_numCo TO fr_numCo
           MOVE fra_date_debut TO fr_date_debut
           MOVE fra_date_fin TO fr_date_fin
           MOVE fra_duree TO fr_duree
           MOVE fra_nights TO fr_nights
           MOVE fra_discount TO fr_discount
           MOVE fra_plan TO fr_plan
           MOVE 0 TO WS-WIF-HIT
           OPEN INPUT fch
               MOVE fr_numCh TO fc_numCh
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-WIF-HIT
               END-READ
           CLOSE fch
           IF WS-WIF-HIT = 1 THEN
               COMPUTE WS-REV-DURATION = fr_duree_hours +
                   (fr_duree_minute / 60) + (fr_nights * 24)
               PERFORM DST_STAY_CORRECTION
               ADD WS-DST-HOURS TO WS-REV-DURATION
               MOVE 0 TO WS-YLD-PCT
               IF WS-WIF-ROOMS > 0 THEN
                   MOVE fr_date_debut_date TO WS-WIF-STAY
                   COMPUTE WS-WIF-X =
                       FUNCTION INTEGER-OF-DATE(WS-WIF-STAY)
                       - WS-WIF-BASE + 1
                   MOVE WS-WIF-STAY TO WS-RIN-DATE
                   MOVE 0 TO WS-RIN-SITE
                   MOVE SPACES TO WS-RIN-TYPE
                   PERFORM COUNT_ROOMS_IN_INVENTORY
                   IF WS-RIN-ROOMS = 0 THEN
                       MOVE 999 TO WS-YLD-PCT
                   ELSE
                       IF WS-WIF-OCC(WS-WIF-X) * 100 / WS-RIN-ROOMS
                           > 999 THEN
                           MOVE 999 TO WS-YLD-PCT
                       ELSE
                           COMPUTE WS-YLD-PCT =
                               WS-WIF-OCC(WS-WIF-X) * 100
                               / WS-RIN-ROOMS
                       END-IF
                   END-IF
               END-IF
               MOVE 0 TO WS-WIF-ON
               PERFORM WIF_ONE_PRICE
               MOVE WS-REV-NET TO WS-WIF-CUR
               COMPUTE WS-WIF-W = WS-DAY-OF-WEEK + 1
               PERFORM WIF_TYPE_SLOT
               ADD 1 TO WS-WIF-STAYS
               IF WS-WIF-T > 0 THEN
                   ADD 1 TO WS-WIF-TY-STAYS(WS-WIF-T, WS-WIF-W)
                   ADD WS-WIF-CUR TO
                       WS-WIF-TY-AMT(WS-WIF-T, WS-WIF-W, 1)
               END-IF
               PERFORM VARYING WS-WIF-S FROM 1 BY 1
                   UNTIL WS-WIF-S > WS-WIF-NSC
                   MOVE 1 TO WS-WIF-ON
                   PERFORM WIF_ONE_PRICE
                   MOVE WS-REV-NET TO WS-WIF-NEW
                   IF WS-WIF-T > 0 THEN
                       COMPUTE WS-WIF-C = WS-WIF-S + 1
                       ADD WS-WIF-NEW TO
                           WS-WIF-TY-AMT(WS-WIF-T, WS-WIF-W, WS-WIF-C)
                   END-IF
                   PERFORM WIF_KEEP_TOP
               END-PERFORM
               MOVE 0 TO WS-WIF-ON
           END-IF.

      * fr_* AND tamp_fch HOLD THE STAY, WS-REV-DURATION ITS LENGTH,
      * WS-YLD-PCT THE DAY'S OCCUPANCY - ONE PASS THROUGH THE PRICING
      * CHAIN (SCENARIO WS-WIF-S LAID OVER IT WHEN WS-WIF-ON IS 1),
      * THE STAY'S NET REVENUE LEFT IN WS-REV-NET.
       WIF_ONE_PRICE.
           MOVE fr_numCo TO WS-CRT-CO
           MOVE fr_plan TO WS-RPL-ARM
           MOVE 0 TO WS-YLD-ACTIVE
           IF WS-WIF-ROOMS > 0 THEN
               MOVE 1 TO WS-YLD-ACTIVE
           END-IF
           PERFORM GET_ROOM_RATE_FOR_DATE
           COMPUTE WS-REV-NET = (WS-REV-PRICE * WS-REV-DURATION)
               - fr_discount_entier - (fr_discount_decimal / 100)
           IF WS-REV-NET < 0 THEN
               MOVE 0 TO WS-REV-NET
           END-IF.

      * fc_typeCh NAMES THE STAY'S ROOM TYPE - ITS ROW IN WS-WIF-TY
      * (OPENED ON FIRST SIGHT) IN WS-WIF-T, 0 ONCE THE TABLE IS FULL.
       WIF_TYPE_SLOT.
           MOVE 0 TO WS-WIF-HIT
           MOVE 0 TO WS-WIF-T
           PERFORM WITH TEST BEFORE UNTIL WS-WIF-T = WS-WIF-TCNT
               OR WS-WIF-HIT = 1
               ADD 1 TO WS-WIF-T
               IF WS-WIF-TY-NAME(WS-WIF-T) = fc_typeCh THEN
                   MOVE 1 TO WS-WIF-HIT
               END-IF
           END-PERFORM
           IF WS-WIF-HIT = 0 THEN
               IF WS-WIF-TCNT < 30 THEN
                   ADD 1 TO WS-WIF-TCNT
                   MOVE WS-WIF-TCNT TO WS-WIF-T
                   MOVE fc_typeCh TO WS-WIF-TY-NAME(WS-WIF-T)
               ELSE
                   MOVE 0 TO WS-WIF-T
               END-IF
           END-IF.

      * WS-WIF-CUR/WS-WIF-NEW HOLD THE STAY UNDER THE RULES IN FORCE
      * AND UNDER SCENARIO WS-WIF-S - KEEPS THE SCENARIO'S FIVE
      * LARGEST MOVES (EITHER WAY), LARGEST FIRST.
       WIF_KEEP_TOP.
           COMPUTE WS-WIF-DELTA = WS-WIF-NEW - WS-WIF-CUR
           IF WS-WIF-DELTA < 0 THEN
               COMPUTE WS-WIF-ABS = 0 - WS-WIF-DELTA
           ELSE
               MOVE WS-WIF-DELTA TO WS-WIF-ABS
           END-IF
           MOVE 0 TO WS-WIF-P
           IF WS-WIF-ABS > 0 THEN
               PERFORM VARYING WS-WIF-K FROM 1 BY 1
                   UNTIL WS-WIF-K > 5 OR WS-WIF-P > 0
                   IF WS-WIF-ABS > WS-WIF-TP-ABS(WS-WIF-S, WS-WIF-K)
                       THEN
                       MOVE WS-WIF-K TO WS-WIF-P
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WIF-P > 0 THEN
               PERFORM VARYING WS-WIF-K FROM 5 BY -1
                   UNTIL WS-WIF-K <= WS-WIF-P
                   MOVE WS-WIF-TP(WS-WIF-S, WS-WIF-K - 1) TO
                       WS-WIF-TP(WS-WIF-S, WS-WIF-K)
               END-PERFORM
               MOVE fr_numResa TO WS-WIF-TP-RESA(WS-WIF-S, WS-WIF-P)
               MOVE fr_numCh TO WS-WIF-TP-CH(WS-WIF-S, WS-WIF-P)
               MOVE fr_date_debut_date TO
                   WS-WIF-TP-DATE(WS-WIF-S, WS-WIF-P)
               MOVE WS-WIF-CUR TO WS-WIF-TP-CUR(WS-WIF-S, WS-WIF-P)
               MOVE WS-WIF-NEW TO WS-WIF-TP-NEW(WS-WIF-S, WS-WIF-P)
               MOVE WS-WIF-ABS TO WS-WIF-TP-ABS(WS-WIF-S, WS-WIF-P)
           END-IF.

      * COLUMN HEADINGS OF THE REVENUE BLOCKS - THE RULES IN FORCE,
      * THEN ONE COLUMN PER SCENARIO UNDER ITS NAME.
       WIF_PRINT_HEADING.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-WIF-KEY TO WS-RPT-LINE(1:16)
           MOVE "STAYS" TO WS-RPT-LINE(17:5)
           MOVE "     CURRENT" TO WS-RPT-LINE(22:12)
           PERFORM VARYING WS-WIF-K FROM 1 BY 1
               UNTIL WS-WIF-K > WS-WIF-NSC
               MOVE WS-WIF-SC(WS-WIF-K) TO
                   WS-RPT-LINE(26 + (WS-WIF-K * 12):8)
           END-PERFORM
           PERFORM REPORT_LINE.

      * REVENUE BY ROOM TYPE - A TOTAL LINE PER TYPE, THEN ITS DAYS
      * OF THE WEEK INDENTED UNDER IT.
       WIF_PRINT_TYPES.
           MOVE "ROOM TYPE / DAY" TO WS-WIF-KEY
           PERFORM WIF_PRINT_HEADING
           PERFORM VARYING WS-WIF-T FROM 1 BY 1
               UNTIL WS-WIF-T > WS-WIF-TCNT
               INITIALIZE WS-WIF-SUMS
               MOVE 0 TO WS-WIF-SUM-STAYS
               PERFORM VARYING WS-WIF-W FROM 1 BY 1 UNTIL WS-WIF-W > 7
                   ADD WS-WIF-TY-STAYS(WS-WIF-T, WS-WIF-W) TO
                       WS-WIF-SUM-STAYS
                   PERFORM VARYING WS-WIF-C FROM 1 BY 1
                       UNTIL WS-WIF-C > 4
                       ADD WS-WIF-TY-AMT(WS-WIF-T, WS-WIF-W, WS-WIF-C)
                           TO WS-WIF-SUM(WS-WIF-C)
                   END-PERFORM
               END-PERFORM
               MOVE WS-WIF-TY-NAME(WS-WIF-T) TO WS-WIF-KEY
               PERFORM WIF_PRINT_SUM_LINE
               PERFORM VARYING WS-WIF-W FROM 1 BY 1 UNTIL WS-WIF-W > 7
                   IF WS-WIF-TY-STAYS(WS-WIF-T, WS-WIF-W) > 0 THEN
                       INITIALIZE WS-WIF-SUMS
                       MOVE WS-WIF-TY-STAYS(WS-WIF-T, WS-WIF-W) TO
                           WS-WIF-SUM-STAYS
                       PERFORM VARYING WS-WIF-C FROM 1 BY 1
                           UNTIL WS-WIF-C > 4
                           MOVE WS-WIF-TY-AMT(WS-WIF-T, WS-WIF-W,
                               WS-WIF-C) TO WS-WIF-SUM(WS-WIF-C)
                       END-PERFORM
                       MOVE SPACES TO WS-WIF-KEY
                       MOVE WS-WIF-DAY-NAME(WS-WIF-W) TO
                           WS-WIF-KEY(4:3)
                       PERFORM WIF_PRINT_SUM_LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * REVENUE BY DAY OF THE WEEK ACROSS ALL TYPES, THE GRAND TOTAL
      * AND EACH SCENARIO'S CHANGE AGAINST THE RULES IN FORCE.
       WIF_PRINT_DAYS.
           MOVE "DAY OF WEEK" TO WS-WIF-KEY
           PERFORM WIF_PRINT_HEADING
           INITIALIZE WS-WIF-GRANDS
           PERFORM VARYING WS-WIF-W FROM 1 BY 1 UNTIL WS-WIF-W > 7
               INITIALIZE WS-WIF-SUMS
               MOVE 0 TO WS-WIF-SUM-STAYS
               PERFORM VARYING WS-WIF-T FROM 1 BY 1
                   UNTIL WS-WIF-T > WS-WIF-TCNT
                   ADD WS-WIF-TY-STAYS(WS-WIF-T, WS-WIF-W) TO
                       WS-WIF-SUM-STAYS
                   PERFORM VARYING WS-WIF-C FROM 1 BY 1
                       UNTIL WS-WIF-C > 4
                       ADD WS-WIF-TY-AMT(WS-WIF-T, WS-WIF-W, WS-WIF-C)
                           TO WS-WIF-SUM(WS-WIF-C)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-WIF-C FROM 1 BY 1 UNTIL WS-WIF-C > 4
                   ADD WS-WIF-SUM(WS-WIF-C) TO WS-WIF-GRAND(WS-WIF-C)
               END-PERFORM
               MOVE WS-WIF-DAY-NAME(WS-WIF-W) TO WS-WIF-KEY
               PERFORM WIF_PRINT_SUM_LINE
           END-PERFORM
           MOVE WS-WIF-GRANDS TO WS-WIF-SUMS
           MOVE WS-WIF-STAYS TO WS-WIF-SUM-STAYS
           MOVE "ALL STAYS" TO WS-WIF-KEY
           PERFORM WIF_PRINT_SUM_LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-WIF-S FROM 1 BY 1
               UNTIL WS-WIF-S > WS-WIF-NSC
               COMPUTE WS-WIF-C = WS-WIF-S + 1
               COMPUTE WS-WIF-DELTA =
                   WS-WIF-GRAND(WS-WIF-C) - WS-WIF-GRAND(1)
               MOVE 0 TO WS-WIF-PCT
               IF WS-WIF-GRAND(1) NOT = 0 THEN
                   COMPUTE WS-WIF-PCT ROUNDED =
                       WS-WIF-DELTA * 100 / WS-WIF-GRAND(1)
               END-IF
               MOVE WS-WIF-DELTA TO WS-WIF-T-DELTA
               MOVE WS-WIF-PCT TO WS-WIF-E-PCT
               MOVE SPACES TO WS-RPT-LINE
               STRING "SCENARIO " WS-WIF-SC(WS-WIF-S) " CHANGES "
                   "REVENUE BY " WS-WIF-T-DELTA " (" WS-WIF-E-PCT
                   " %)" DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM.

      * WS-WIF-KEY, WS-WIF-SUM-STAYS AND WS-WIF-SUMS HOLD ONE ROW -
      * PRINTS IT, ONE COLUMN PER SCENARIO IN PLAY.
       WIF_PRINT_SUM_LINE.
           MOVE SPACES TO WS-WIF-LINE
           MOVE WS-WIF-KEY TO WS-WIF-L-KEY
           MOVE WS-WIF-SUM-STAYS TO WS-WIF-L-STAYS
           PERFORM VARYING WS-WIF-C FROM 1 BY 1
               UNTIL WS-WIF-C > WS-WIF-NSC + 1
               MOVE WS-WIF-SUM(WS-WIF-C) TO WS-WIF-L-AMT(WS-WIF-C)
           END-PERFORM
           MOVE WS-WIF-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * THE STAYS EACH SCENARIO MOVES MOST, LARGEST FIRST.
       WIF_PRINT_TOPS.
           PERFORM VARYING WS-WIF-S FROM 1 BY 1
               UNTIL WS-WIF-S > WS-WIF-NSC
               MOVE SPACES TO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "STAYS MOST AFFECTED - SCENARIO "
                   WS-WIF-SC(WS-WIF-S) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE "STAY   ROOM ARRIVAL     CURRENT   PROPOSED"
                   TO WS-RPT-LINE
               MOVE "     CHANGE" TO WS-RPT-LINE(43:11)
               PERFORM REPORT_LINE
               IF WS-WIF-TP-RESA(WS-WIF-S, 1) = 0 THEN
                   MOVE "NO STAY PRICED DIFFERENTLY" TO WS-RPT-LINE
                   PERFORM REPORT_LINE
               END-IF
               PERFORM VARYING WS-WIF-K FROM 1 BY 1 UNTIL WS-WIF-K > 5
                   IF WS-WIF-TP-RESA(WS-WIF-S, WS-WIF-K) NOT = 0 THEN
                       MOVE SPACES TO WS-WIF-TLINE
                       MOVE WS-WIF-TP-RESA(WS-WIF-S, WS-WIF-K) TO
                           WS-WIF-T-RESA
                       MOVE WS-WIF-TP-CH(WS-WIF-S, WS-WIF-K) TO
                           WS-WIF-T-CH
                       MOVE WS-WIF-TP-DATE(WS-WIF-S, WS-WIF-K) TO
                           WS-WIF-T-DATE
                       MOVE WS-WIF-TP-CUR(WS-WIF-S, WS-WIF-K) TO
                           WS-WIF-T-CUR
                       MOVE WS-WIF-TP-NEW(WS-WIF-S, WS-WIF-K) TO
                           WS-WIF-T-NEW
                       COMPUTE WS-WIF-T-DELTA =
                           WS-WIF-TP-NEW(WS-WIF-S, WS-WIF-K) -
                           WS-WIF-TP-CUR(WS-WIF-S, WS-WIF-K)
                       MOVE WS-WIF-TLINE TO WS-RPT-LINE
                       PERFORM REPORT_LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * MONTHLY SALES REGISTER - THE MONTH JUST ENDED.
       SALES_REGISTER_MONTH.
           MOVE WS-CURRENT-YEAR TO WS-SRG-YEAR
           MOVE WS-CURRENT-MONTH TO WS-SRG-MONTH
           SUBTRACT 1 FROM WS-SRG-MONTH
           IF WS-SRG-MONTH = 0 THEN
               MOVE 12 TO WS-SRG-MONTH
               SUBTRACT 1 FROM WS-SRG-YEAR
           END-IF
           MOVE 0 TO WS-SRG-FREEZE
           PERFORM SALES_REGISTER.

      * YEAR-END STEP - ONLY THE JANUARY RUN DOES ANYTHING: THE
      * ANNUAL REGISTER OF THE YEAR JUST CLOSED, FROZEN AND ARCHIVED
      * TO A DATED FILE. fctrl "SRFZ" HOLDS THE LAST YEAR FROZEN; A
      * YEAR ALREADY FROZEN, OR AN ARCHIVE FILE ALREADY THERE UNDER
      * THE SAME NAME, IS REFUSED SO NO ARCHIVED COPY IS EVER
      * OVERWRITTEN.
       SALES_REGISTER_FREEZE.
           IF WS-CURRENT-MONTH NOT = 1 THEN
               DISPLAY "SALES REGISTER FREEZE - NOT A YEAR-END RUN"
           ELSE
               COMPUTE WS-SRG-YEAR = WS-CURRENT-YEAR - 1
               MOVE 0 TO WS-SRG-MONTH
               MOVE 0 TO WS-SRG-FREEZE
               OPEN INPUT fctrl
                   MOVE "SRFZ" TO fctl_key
                   READ fctrl
                       INVALID KEY
                           MOVE 0 TO fctl_lastid
                   END-READ
               CLOSE fctrl
               IF fctl_lastid NOT < WS-SRG-YEAR THEN
                   DISPLAY "SALES REGISTER " WS-SRG-YEAR
                       " ALREADY FROZEN"
               ELSE
                   MOVE SPACES TO WS-SREG-NAME
                   STRING "files/sales_register_" WS-SRG-YEAR "_"
                       WS-CURRENT-DATE ".txt"
                       DELIMITED BY SIZE INTO WS-SREG-NAME
                   OPEN INPUT fsreg
                   IF cr_fsreg = "00" THEN
                       CLOSE fsreg
                       DISPLAY "SALES REGISTER ARCHIVE "
                           FUNCTION TRIM(WS-SREG-NAME)
                           " ALREADY EXISTS - NOT OVERWRITTEN"
                   ELSE
                       OPEN OUTPUT fsreg
                       MOVE 1 TO WS-SRG-FREEZE
                       PERFORM SALES_REGISTER
                       MOVE SPACES TO tamp_fsreg
                       STRING "*** REGISTER " WS-SRG-YEAR
                           " FROZEN ON " WS-CURRENT-DATE " ***"
                           DELIMITED BY SIZE INTO tamp_fsreg
                       WRITE tamp_fsreg
                       CLOSE fsreg
                       MOVE 0 TO WS-SRG-FREEZE
                       OPEN I-O fctrl
                           MOVE "SRFZ" TO fctl_key
                           PERFORM READ_FCTRL_LOCKED
                           MOVE WS-SRG-YEAR TO fctl_lastid
                           REWRITE tamp_fctrl
                       CLOSE fctrl
                       DISPLAY "SALES REGISTER " WS-SRG-YEAR
                           " FROZEN TO " FUNCTION TRIM(WS-SREG-NAME)
                   END-IF
               END-IF
           END-IF.

      * LEGAL SALES REGISTER - WS-SRG-YEAR/WS-SRG-MONTH (0 = THE
      * WHOLE FISCAL YEAR) MUST BE SET; WS-SRG-FREEZE 1 ALSO COPIES
      * EVERY LINE TO THE OPEN fsreg ARCHIVE. EVERY INVOICE AND
      * CREDIT NOTE DATED IN THE PERIOD, IN NUMBER ORDER, WITH ITS
      * CLIENT, NET, VAT AND TOTAL AND ITS VAT BY RATE UNDERNEATH,
      * THEN THE PER-RATE SUMMARY. THE WHOLE SERIES OF THE YEAR IS
      * WALKED WHATEVER THE PERIOD, SO A MISSING NUMBER OR A DATE
      * RUNNING BACKWARDS IS FLAGGED EVERY MONTH, AND A COUNTER LEFT
      * BEHIND THE LAST NUMBER USED (THE NEXT ISSUE WOULD DUPLICATE
      * A NUMBER) IS FLAGGED AT THE END.
       SALES_REGISTER.
           MOVE "SALESREG" TO WS-RPT-CODE
           MOVE "SALES REGISTER" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SRG-MONTH = 0 THEN
               STRING "SALES REGISTER - FISCAL YEAR " WS-SRG-YEAR
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "SALES REGISTER - " WS-SRG-YEAR "-"
                   WS-SRG-MONTH DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM SRG_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DOC NUMBER     DATE       CLIENT        NET"
               "        VAT      TOTAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM SRG_LINE
           MOVE 0 TO WS-SRG-COUNT
           MOVE 0 TO WS-SRG-ISSUES
           MOVE 0 TO WS-SRG-SUM-TOT
           MOVE 0 TO WS-SRG-SUM-VAT
           MOVE 0 TO WS-SRG-SUM-NET
           MOVE 0 TO WS-SRG-RATES
           MOVE 0 TO WS-SRG-INV-LAST
           MOVE 0 TO WS-SRG-AV-LAST
      *    OLD SIX-DIGIT INVOICES (CONVERTED UNDER A ZERO YEAR) STILL
      *    PRINT IF DATED IN THE PERIOD, THEN THE YEAR'S OWN SERIES
           MOVE "INV" TO WS-SRG-KIND
           MOVE 0 TO WS-SRG-FROM
           MOVE 1000000 TO WS-SRG-UPTO
           PERFORM SRG_WALK_INVOICES
           COMPUTE WS-SRG-FROM = WS-SRG-YEAR * 1000000
           COMPUTE WS-SRG-UPTO = WS-SRG-FROM + 1000000
           PERFORM SRG_WALK_INVOICES
           IF WS-SRG-PREV > WS-SRG-FROM THEN
               MOVE WS-SRG-PREV TO WS-SRG-INV-LAST
           END-IF
           MOVE "CN " TO WS-SRG-KIND
           PERFORM SRG_WALK_CREDIT_NOTES
           IF WS-SRG-PREV > WS-SRG-FROM THEN
               MOVE WS-SRG-PREV TO WS-SRG-AV-LAST
           END-IF
           PERFORM SRG_CHECK_COUNTERS
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM SRG_LINE
           MOVE 0 TO WS-SRG-R
           PERFORM WITH TEST BEFORE UNTIL WS-SRG-R = WS-SRG-RATES
               ADD 1 TO WS-SRG-R
               MOVE WS-SRG-R-RATE(WS-SRG-R) TO WS-SRG-L-RATE
               MOVE WS-SRG-R-BASE(WS-SRG-R) TO WS-SRG-L-BASE
               MOVE WS-SRG-R-VAT(WS-SRG-R) TO WS-SRG-L-VAT
               MOVE WS-SRG-RATE-LINE TO WS-RPT-LINE
               PERFORM SRG_LINE
           END-PERFORM
           MOVE WS-SRG-COUNT TO WS-SRG-T-COUNT
           MOVE WS-SRG-SUM-NET TO WS-SRG-T-NET
           MOVE WS-SRG-SUM-VAT TO WS-SRG-T-VAT
           MOVE WS-SRG-SUM-TOT TO WS-SRG-T-TOT
           MOVE WS-SRG-TOTAL-LINE TO WS-RPT-LINE
           PERFORM SRG_LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SRG-ISSUES = 0 THEN
               STRING "CONTROL: NUMBERING UNBROKEN AND IN DATE ORDER"
                   ", NO DUPLICATE RISK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "CONTROL: " WS-SRG-ISSUES
                   " EXCEPTION(S) FLAGGED *** ABOVE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM SRG_LINE
           PERFORM END_REPORT
           DISPLAY "SALES REGISTER " WS-SRG-YEAR "-" WS-SRG-MONTH
               " - DOCUMENTS " WS-SRG-COUNT
               " EXCEPTIONS " WS-SRG-ISSUES.

      * ONE REGISTER LINE - THE REPORT, AND THE ARCHIVE WHEN
      * FREEZING.
       SRG_LINE.
           PERFORM REPORT_LINE
           IF WS-SRG-FREEZE = 1 THEN
               MOVE WS-RPT-LINE TO tamp_fsreg
               WRITE tamp_fsreg
           END-IF.

      * WS-SRG-FROM/WS-SRG-UPTO BOUND ONE INVOICE SERIES - EVERY
      * NUMBER IN IT THROUGH THE SEQUENCE CONTROL, THOSE DATED IN
      * THE PERIOD ONTO THE REGISTER. INVOICES OF STAYS ALREADY
      * ARCHIVED ARE ON finvarch, SO BOTH FILES ARE WALKED TOGETHER
      * IN NUMBER ORDER.
       SRG_WALK_INVOICES.
           MOVE WS-SRG-FROM TO WS-SRG-PREV
           MOVE 0 TO WS-SRG-PREV-DATE
           OPEN INPUT finv
           OPEN INPUT finvarch
               MOVE 0 TO WS-SRG-LIVE-EOF
               MOVE WS-SRG-FROM TO fi_numInv
               START finv KEY IS NOT < fi_numInv
                   INVALID KEY
                       MOVE 1 TO WS-SRG-LIVE-EOF
               END-START
               MOVE 0 TO WS-SRG-ARCH-EOF
               MOVE WS-SRG-FROM TO fia_numInv
               START finvarch KEY IS NOT < fia_numInv
                   INVALID KEY
                       MOVE 1 TO WS-SRG-ARCH-EOF
               END-START
               PERFORM SRG_NEXT_LIVE_INVOICE
               PERFORM SRG_NEXT_ARCH_INVOICE
               PERFORM WITH TEST BEFORE UNTIL WS-SRG-LIVE-EOF = 1
                   AND WS-SRG-ARCH-EOF = 1
                   IF WS-SRG-ARCH-EOF = 1 OR
                       (WS-SRG-LIVE-EOF = 0 AND
                       WS-SRG-LIVE-NUM < WS-SRG-ARCH-NUM) THEN
                       MOVE 1 TO WS-SRG-TAKE
                       MOVE WS-SRG-LIVE-REC TO tamp_finv
                   ELSE
                       IF WS-SRG-LIVE-EOF = 0 AND
                           WS-SRG-LIVE-NUM = WS-SRG-ARCH-NUM THEN
      *                    A NUMBER ON BOTH FILES IS COUNTED ONCE
                           MOVE 3 TO WS-SRG-TAKE
                           MOVE WS-SRG-LIVE-REC TO tamp_finv
                       ELSE
                           MOVE 2 TO WS-SRG-TAKE
                           MOVE WS-SRG-ARCH-REC TO tamp_finv
                       END-IF
                   END-IF
                   MOVE fi_numInv TO WS-SRG-NUM
                   MOVE fi_date TO WS-SRG-DATE
                   PERFORM SRG_SEQUENCE_CHECK
                   IF fi_date_year = WS-SRG-YEAR AND
                       (WS-SRG-MONTH = 0 OR
                       fi_date_month = WS-SRG-MONTH) THEN
                       PERFORM SRG_PRINT_INVOICE
                   END-IF
                   IF WS-SRG-TAKE NOT = 2 THEN
                       PERFORM SRG_NEXT_LIVE_INVOICE
                   END-IF
                   IF WS-SRG-TAKE NOT = 1 THEN
                       PERFORM SRG_NEXT_ARCH_INVOICE
                   END-IF
               END-PERFORM
           CLOSE finvarch
           CLOSE finv.

      * THE NEXT finv INVOICE OF THE SERIES INTO WS-SRG-LIVE-REC -
      * WS-SRG-LIVE-EOF 1 PAST THE END OF THE SERIES.
       SRG_NEXT_LIVE_INVOICE.
           IF WS-SRG-LIVE-EOF = 0 THEN
               READ finv NEXT
                   AT END
                       MOVE 1 TO WS-SRG-LIVE-EOF
                   NOT AT END
                       IF fi_numInv NOT < WS-SRG-UPTO THEN
                           MOVE 1 TO WS-SRG-LIVE-EOF
                       ELSE
                           MOVE tamp_finv TO WS-SRG-LIVE-REC
                       END-IF
               END-READ
           END-IF.

      * THE NEXT finvarch INVOICE OF THE SERIES INTO WS-SRG-ARCH-REC
      * - WS-SRG-ARCH-EOF 1 PAST THE END OF THE SERIES.
       SRG_NEXT_ARCH_INVOICE.
           IF WS-SRG-ARCH-EOF = 0 THEN
               READ finvarch NEXT
                   AT END
                       MOVE 1 TO WS-SRG-ARCH-EOF
                   NOT AT END
                       IF fia_numInv NOT < WS-SRG-UPTO THEN
                           MOVE 1 TO WS-SRG-ARCH-EOF
                       ELSE
                           MOVE tamp_finvarch TO WS-SRG-ARCH-REC
                       END-IF
               END-READ
           END-IF.

      * THE YEAR'S CREDIT-NOTE SERIES, SAME CONTROLS - AMOUNTS GO ON
      * THE REGISTER AS NEGATIVES.
       SRG_WALK_CREDIT_NOTES.
           COMPUTE WS-SRG-FROM = WS-SRG-YEAR * 1000000
           COMPUTE WS-SRG-UPTO = WS-SRG-FROM + 1000000
           MOVE WS-SRG-FROM TO WS-SRG-PREV
           MOVE 0 TO WS-SRG-PREV-DATE
           OPEN INPUT favoir
               MOVE WS-SRG-FROM TO fav_numAv
               MOVE 0 TO Wfin
               START favoir KEY IS NOT < fav_numAv
                   INVALID KEY
                       MOVE 1 TO Wfin
               END-START
               PERFORM WITH TEST BEFORE UNTIL Wfin = 1
                   READ favoir NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fav_numAv NOT < WS-SRG-UPTO THEN
                               MOVE 1 TO Wfin
                           ELSE
                               MOVE fav_numAv TO WS-SRG-NUM
                               MOVE fav_date TO WS-SRG-DATE
                               PERFORM SRG_SEQUENCE_CHECK
                               IF fav_date_year = WS-SRG-YEAR AND
                                   (WS-SRG-MONTH = 0 OR
                                   fav_date_month = WS-SRG-MONTH) THEN
                                   PERFORM SRG_PRINT_CREDIT_NOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE favoir.

      * WS-SRG-NUM/WS-SRG-DATE HOLD THE DOCUMENT JUST READ - FLAGS
      * THE NUMBERS SKIPPED SINCE THE PREVIOUS ONE IN THE SERIES AND
      * A DATE EARLIER THAN THE PREVIOUS DOCUMENT'S.
       SRG_SEQUENCE_CHECK.
           IF WS-SRG-NUM > WS-SRG-PREV + 1 THEN
               COMPUTE WS-SRG-MISS-FROM = WS-SRG-PREV + 1
               COMPUTE WS-SRG-MISS-TO = WS-SRG-NUM - 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GAP IN " WS-SRG-KIND " SERIES - "
                   WS-SRG-MISS-FROM " TO " WS-SRG-MISS-TO
                   " MISSING"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM SRG_LINE
               ADD 1 TO WS-SRG-ISSUES
           END-IF
           IF WS-SRG-DATE < WS-SRG-PREV-DATE THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** " WS-SRG-KIND " " WS-SRG-NUM " DATED "
                   WS-SRG-DATE " BEFORE THE PREVIOUS NUMBER ("
                   WS-SRG-PREV-DATE ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM SRG_LINE
               ADD 1 TO WS-SRG-ISSUES
           END-IF
           MOVE WS-SRG-NUM TO WS-SRG-PREV
           MOVE WS-SRG-DATE TO WS-SRG-PREV-DATE.

      * tamp_finv HOLDS A REGISTER INVOICE - ITS LINE AND ITS VAT
      * LINES.
       SRG_PRINT_INVOICE.
           MOVE "INV " TO WS-SRG-D-KIND
           MOVE fi_numInv TO WS-SRG-D-NUM
           MOVE fi_date_day TO WS-SRG-D-DD
           MOVE fi_date_month TO WS-SRG-D-MM
           MOVE fi_date_year TO WS-SRG-D-YYYY
           MOVE fi_numCl TO WS-SRG-D-CL
           COMPUTE WS-SRG-TOT = fi_total_entier
               + (fi_total_decimal / 100)
           COMPUTE WS-SRG-VAT = fi_tax_entier + (fi_tax_decimal / 100)
           PERFORM SRG_PRINT_DOCUMENT
           MOVE 0 TO WS-SRG-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-SRG-IDX = 5
               ADD 1 TO WS-SRG-IDX
               IF fi_vat_base(WS-SRG-IDX) NOT = ZEROS OR
                   fi_vat_amt(WS-SRG-IDX) NOT = ZEROS THEN
                   MOVE fi_vat_rate(WS-SRG-IDX) TO WS-SRG-LN-RATE
                   COMPUTE WS-SRG-LN-BASE =
                       fi_vat_base_entier(WS-SRG-IDX)
                       + (fi_vat_base_decimal(WS-SRG-IDX) / 100)
                   COMPUTE WS-SRG-LN-VAT =
                       fi_vat_amt_entier(WS-SRG-IDX)
                       + (fi_vat_amt_decimal(WS-SRG-IDX) / 100)
                   PERFORM SRG_RATE_LINE
               END-IF
           END-PERFORM.

      * tamp_favoir HOLDS A REGISTER CREDIT NOTE - SAME AS AN
      * INVOICE, AMOUNTS NEGATIVE.
       SRG_PRINT_CREDIT_NOTE.
           MOVE "CN  " TO WS-SRG-D-KIND
           MOVE fav_numAv TO WS-SRG-D-NUM
           MOVE fav_date_day TO WS-SRG-D-DD
           MOVE fav_date_month TO WS-SRG-D-MM
           MOVE fav_date_year TO WS-SRG-D-YYYY
           MOVE fav_numCl TO WS-SRG-D-CL
           COMPUTE WS-SRG-TOT = 0 - fav_total_entier
               - (fav_total_decimal / 100)
           COMPUTE WS-SRG-VAT = 0 - fav_tax_entier
               - (fav_tax_decimal / 100)
           PERFORM SRG_PRINT_DOCUMENT
           MOVE 0 TO WS-SRG-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-SRG-IDX = 5
               ADD 1 TO WS-SRG-IDX
               IF fav_base(WS-SRG-IDX) NOT = ZEROS OR
                   fav_vat(WS-SRG-IDX) NOT = ZEROS THEN
                   MOVE fav_vat_rate(WS-SRG-IDX) TO WS-SRG-LN-RATE
                   COMPUTE WS-SRG-LN-BASE = 0
                       - fav_base_entier(WS-SRG-IDX)
                       - (fav_base_decimal(WS-SRG-IDX) / 100)
                   COMPUTE WS-SRG-LN-VAT = 0
                       - fav_vat_entier(WS-SRG-IDX)
                       - (fav_vat_decimal(WS-SRG-IDX) / 100)
                   PERFORM SRG_RATE_LINE
               END-IF
           END-PERFORM.

      * WS-SRG-D-KIND/NUM/DATE/CL AND THE SIGNED WS-SRG-TOT/WS-SRG-VAT
      * MUST BE SET - PRINTS THE DOCUMENT LINE AND ADDS IT TO THE
      * TOTALS.
       SRG_PRINT_DOCUMENT.
           COMPUTE WS-SRG-NET = WS-SRG-TOT - WS-SRG-VAT
           MOVE WS-SRG-NET TO WS-SRG-D-NET
           MOVE WS-SRG-VAT TO WS-SRG-D-VAT
           MOVE WS-SRG-TOT TO WS-SRG-D-TOT
           MOVE WS-SRG-DOC-LINE TO WS-RPT-LINE
           PERFORM SRG_LINE
           ADD 1 TO WS-SRG-COUNT
           ADD WS-SRG-NET TO WS-SRG-SUM-NET
           ADD WS-SRG-VAT TO WS-SRG-SUM-VAT
           ADD WS-SRG-TOT TO WS-SRG-SUM-TOT.

      * WS-SRG-LN-RATE/-BASE/-VAT HOLD ONE VAT LINE OF THE DOCUMENT -
      * PRINTS IT AND ADDS IT TO ITS RATE'S ROW (A NEW ROW THE FIRST
      * TIME A RATE IS MET).
       SRG_RATE_LINE.
           MOVE WS-SRG-LN-RATE TO WS-SRG-L-RATE
           MOVE WS-SRG-LN-BASE TO WS-SRG-L-BASE
           MOVE WS-SRG-LN-VAT TO WS-SRG-L-VAT
           MOVE WS-SRG-RATE-LINE TO WS-RPT-LINE
           PERFORM SRG_LINE
           MOVE 0 TO WS-SRG-FOUND
           MOVE 0 TO WS-SRG-R
           PERFORM WITH TEST BEFORE UNTIL WS-SRG-R = WS-SRG-RATES
               OR WS-SRG-FOUND = 1
               ADD 1 TO WS-SRG-R
               IF WS-SRG-R-RATE(WS-SRG-R) = WS-SRG-LN-RATE THEN
                   MOVE 1 TO WS-SRG-FOUND
               END-IF
           END-PERFORM
           IF WS-SRG-FOUND = 0 AND WS-SRG-RATES < 10 THEN
               ADD 1 TO WS-SRG-RATES
               MOVE WS-SRG-RATES TO WS-SRG-R
               MOVE WS-SRG-LN-RATE TO WS-SRG-R-RATE(WS-SRG-R)
               MOVE 0 TO WS-SRG-R-BASE(WS-SRG-R)
               MOVE 0 TO WS-SRG-R-VAT(WS-SRG-R)
               MOVE 1 TO WS-SRG-FOUND
           END-IF
           IF WS-SRG-FOUND = 1 THEN
               ADD WS-SRG-LN-BASE TO WS-SRG-R-BASE(WS-SRG-R)
               ADD WS-SRG-LN-VAT TO WS-SRG-R-VAT(WS-SRG-R)
           END-IF.

      * THE YEARLY COUNTERS AGAINST THE LAST NUMBERS THE REGISTER
      * FOUND - IF THE NEXT NUMBER A COUNTER WOULD HAND OUT IS
      * ALREADY ON FILE, THE NEXT ISSUE WOULD CLASH WITH IT.
       SRG_CHECK_COUNTERS.
           OPEN INPUT fctrl
               MOVE "INVY" TO fctl_key
               READ fctrl
                   INVALID KEY
                       MOVE 0 TO fctl_lastid
               END-READ
               MOVE fctl_lastid TO WS-SRG-CTR-YEAR
               MOVE "INV " TO fctl_key
               READ fctrl
                   INVALID KEY
                       MOVE 0 TO fctl_lastid
               END-READ
               MOVE fctl_lastid TO WS-SRG-CTR
               MOVE "INV" TO WS-SRG-KIND
               MOVE WS-SRG-INV-LAST TO WS-SRG-NUM
               PERFORM SRG_COUNTER_LINE
               MOVE "AVOY" TO fctl_key
               READ fctrl
                   INVALID KEY
                       MOVE 0 TO fctl_lastid
               END-READ
               MOVE fctl_lastid TO WS-SRG-CTR-YEAR
               MOVE "AVOI" TO fctl_key
               READ fctrl
                   INVALID KEY
                       MOVE 0 TO fctl_lastid
               END-READ
               MOVE fctl_lastid TO WS-SRG-CTR
               MOVE "CN " TO WS-SRG-KIND
               MOVE WS-SRG-AV-LAST TO WS-SRG-NUM
               PERFORM SRG_COUNTER_LINE
           CLOSE fctrl.

      * WS-SRG-CTR-YEAR/WS-SRG-CTR HOLD ONE COUNTER, WS-SRG-NUM THE
      * LAST NUMBER OF ITS SERIES ON FILE FOR THE REGISTER YEAR
      * (0 = NONE). A COUNTER ALREADY ON A LATER YEAR CANNOT CLASH.
       SRG_COUNTER_LINE.
           IF WS-SRG-NUM NOT = 0 AND
               WS-SRG-CTR-YEAR NOT > WS-SRG-YEAR THEN
               IF WS-SRG-CTR-YEAR = WS-SRG-YEAR THEN
                   COMPUTE WS-SRG-NEXT = WS-SRG-YEAR * 1000000
                       + WS-SRG-CTR + 1
               ELSE
                   COMPUTE WS-SRG-NEXT = WS-SRG-YEAR * 1000000 + 1
               END-IF
               IF WS-SRG-NEXT NOT > WS-SRG-NUM THEN
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** " WS-SRG-KIND " COUNTER BEHIND THE "
                       "REGISTER - NEXT " WS-SRG-NEXT
                       " DUPLICATES, LAST " WS-SRG-NUM
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM SRG_LINE
                   ADD 1 TO WS-SRG-ISSUES
               END-IF
           END-IF.

      * MORNING CARD SETTLEMENT RECONCILIATION - EVERY LINE OF THE
      * PROCESSOR'S DROP IS MATCHED TO A CAPTURED PRE-AUTH (fauth
      * STATUS 1) BY AUTH CODE, AMOUNT AND DATE, OR FAILING A KNOWN
      * CODE TO A CARD PAYMENT LINE (fy_method 1) BY AMOUNT AND
      * DATE, AND KEPT ON fsettle. SETTLED-BUT-UNKNOWN LINES AND
      * AMOUNT DIFFERENCES ARE LISTED AS THEY COME IN; THEN EVERY
      * CAPTURE AND CARD PAYMENT OLDER THAN THE fparam "STLD" GRACE
      * DAYS THAT NO SETTLEMENT LINE HAS CLEARED IS LISTED AS NEVER
      * SETTLED. MATCHED FEES REACH THE GL EXPORT THROUGH
      * GL_TALLY_CARD_FEES. THE DROP IS TRUNCATED AFTER THE RUN.
       CARD_SETTLEMENT_RECON.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "STLD" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-STL-DAYS
           IF WS-STL-DAYS = 0 THEN
               MOVE 3 TO WS-STL-DAYS
           END-IF
           MOVE 0 TO WS-STL-READ
           MOVE 0 TO WS-STL-MATCHED
           MOVE 0 TO WS-STL-UNKNOWN
           MOVE 0 TO WS-STL-MISMATCH
           MOVE 0 TO WS-STL-UNSETTLED
           MOVE 0 TO WS-STL-FEES
           MOVE "CARDSTL" TO WS-RPT-CODE
           MOVE "CARD SETTLEMENT RECONCILIATION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           OPEN INPUT fstlfeed
           IF cr_fstlfeed NOT = "00" THEN
               CLOSE fstlfeed
               MOVE "NO SETTLEMENT FILE RECEIVED TODAY" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE "SETTLED LINES NOT MATCHED:" TO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fstlfeed
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM STL_IMPORT_ONE_LINE
                   END-READ
               END-PERFORM
               CLOSE fstlfeed
               OPEN OUTPUT fstlfeed
               CLOSE fstlfeed
           END-IF
           PERFORM STL_FIND_START
           IF WS-STL-START NOT = 0 THEN
               MOVE WS-BUSINESS-DATE TO WS-STL-LIMIT
               COMPUTE WS-STL-LIMIT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-STL-LIMIT)
                   - WS-STL-DAYS)
               MOVE "CAPTURED OR PAID BY CARD, NEVER SETTLED:"
                   TO WS-RPT-LINE
               PERFORM REPORT_LINE
               PERFORM STL_UNSETTLED_AUTHS
               PERFORM STL_UNSETTLED_PAYMENTS
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "LINES " WS-STL-READ " MATCHED " WS-STL-MATCHED
               " UNKNOWN " WS-STL-UNKNOWN " MISMATCH "
               WS-STL-MISMATCH " NEVER SETTLED " WS-STL-UNSETTLED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROCESSOR FEES ON MATCHED LINES " WS-STL-FEES
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fstlfeed HOLDS ONE DROP LINE - A LINE WHOSE DATE IS NOT
      * A DATE (THE PROCESSOR'S HEADER) IS SKIPPED.
       STL_IMPORT_ONE_LINE.
           MOVE SPACES TO WS-STL-FIELDS
           UNSTRING tamp_fstlfeed DELIMITED BY ","
               INTO WS-STL-DATE-X WS-STL-CODE WS-STL-AMT-X
               WS-STL-FEE-X
           IF WS-STL-DATE-X IS NUMERIC THEN
               PERFORM STL_MATCH_ONE_LINE
           END-IF.

      * WS-STL-FIELDS HOLD ONE PARSED DROP LINE - MATCH IT, KEEP IT
      * ON fsettle AND LIST IT IF IT DID NOT MATCH CLEANLY.
       STL_MATCH_ONE_LINE.
           ADD 1 TO WS-STL-READ
           MOVE WS-STL-DATE-X TO WS-STL-DATE
           COMPUTE WS-STL-AMOUNT = FUNCTION NUMVAL(WS-STL-AMT-X)
           COMPUTE WS-STL-FEE = FUNCTION NUMVAL(WS-STL-FEE-X)
           COMPUTE WS-STL-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STL-DATE) - WS-STL-DAYS)
           MOVE 0 TO WS-STL-MATCH
           MOVE 0 TO WS-STL-AUTH
           MOVE 0 TO WS-STL-PAY
           PERFORM STL_FIND_AUTH
           IF WS-STL-AUTH NOT = 0 THEN
               PERFORM STL_AUTH_SEEN
               IF WS-STL-SEEN = 1 THEN
                   MOVE 3 TO WS-STL-MATCH
               ELSE
                   IF WS-STL-CAP = WS-STL-AMOUNT AND
                       WS-STL-CAP-DATE NOT > WS-STL-DATE THEN
                       MOVE 1 TO WS-STL-MATCH
                       PERFORM STL_FIND_PAYMENT
                   ELSE
                       MOVE 2 TO WS-STL-MATCH
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-STL-RESA
               PERFORM STL_FIND_PAYMENT
               IF WS-STL-PAY NOT = 0 THEN
                   MOVE 1 TO WS-STL-MATCH
               END-IF
           END-IF
           PERFORM GET_LASTID_SETTLE
           MOVE WS-BUSINESS-DATE TO fse_imp_date
           MOVE WS-STL-DATE TO fse_date
           MOVE WS-STL-CODE TO fse_code
           MOVE WS-STL-AMOUNT TO fse_amount_entier
           COMPUTE fse_amount_decimal =
               (WS-STL-AMOUNT - fse_amount_entier) * 100
           MOVE WS-STL-FEE TO fse_fee_entier
           COMPUTE fse_fee_decimal =
               (WS-STL-FEE - fse_fee_entier) * 100
           MOVE WS-STL-MATCH TO fse_match
           MOVE WS-STL-AUTH TO fse_numAuth
           MOVE WS-STL-PAY TO fse_numPay
           MOVE 0 TO fse_posted_date
           OPEN I-O fsettle
               WRITE tamp_fsettle
                   INVALID KEY
                       DISPLAY "SETTLEMENT LINE NOT STORED " fse_numSe
                   NOT INVALID KEY
                       MOVE "fsettle" TO WS-AUDIT-FILE
                       MOVE fse_numSe TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE fsettle
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-STL-MATCH
               WHEN 1
                   ADD 1 TO WS-STL-MATCHED
                   ADD WS-STL-FEE TO WS-STL-FEES
               WHEN 0
                   ADD 1 TO WS-STL-UNKNOWN
                   STRING "  UNKNOWN  " WS-STL-DATE " " WS-STL-CODE
                       " AMOUNT " WS-STL-AMOUNT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN 2
                   ADD 1 TO WS-STL-MISMATCH
                   STRING "  MISMATCH " WS-STL-DATE " " WS-STL-CODE
                       " AUTH " WS-STL-AUTH " SETTLED "
                       WS-STL-AMOUNT " CAPTURED " WS-STL-CAP
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN 3
                   ADD 1 TO WS-STL-UNKNOWN
                   STRING "  TWICE    " WS-STL-DATE " " WS-STL-CODE
                       " AUTH " WS-STL-AUTH " ALREADY SETTLED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
           END-EVALUATE
           IF WS-RPT-LINE NOT = SPACES THEN
               PERFORM REPORT_LINE
           END-IF.

      * WS-STL-CODE HOLDS THE SETTLED AUTH CODE - WS-STL-AUTH COMES
      * BACK AS THE CAPTURED PRE-AUTH CARRYING IT (0 = NONE), WITH
      * ITS STAY, CAPTURED AMOUNT AND CAPTURE DATE.
       STL_FIND_AUTH.
           OPEN INPUT fauth
               MOVE 0 TO Wstop
               PERFORM WITH TEST AFTER UNTIL Wstop = 1
                   READ fauth NEXT
                       AT END
                           MOVE 1 TO Wstop
                       NOT AT END
                           IF fau_code = WS-STL-CODE AND
                               fau_status = 1 THEN
                               MOVE fau_numAuth TO WS-STL-AUTH
                               MOVE fau_numResa TO WS-STL-RESA
                               COMPUTE WS-STL-CAP = fau_cap_entier
                                   + (fau_cap_decimal / 100)
                               MOVE fau_cap_date TO WS-STL-CAP-DATE
                               MOVE 1 TO Wstop
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fauth.

      * WS-STL-AUTH HOLDS A CAPTURED PRE-AUTH - WS-STL-SEEN 1 WHEN
      * AN EARLIER SETTLEMENT LINE ALREADY MATCHED IT.
       STL_AUTH_SEEN.
           MOVE 0 TO WS-STL-SEEN
           OPEN INPUT fsettle
               MOVE WS-STL-AUTH TO fse_numAuth
               START fsettle KEY IS EQUAL fse_numAuth
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wstop = 1
                           READ fsettle NEXT
                               AT END
                                   MOVE 1 TO Wstop
                               NOT AT END
                                   IF fse_numAuth NOT = WS-STL-AUTH
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fse_match = 1 THEN
                                           MOVE 1 TO WS-STL-SEEN
                                           MOVE 1 TO Wstop
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fsettle.

      * WS-STL-AMOUNT/WS-STL-FROM/WS-STL-DATE MUST BE SET, AND
      * WS-STL-RESA TO THE STAY (0 = ANY STAY) - WS-STL-PAY COMES
      * BACK AS THE FIRST CARD PAYMENT OF THAT AMOUNT TAKEN IN THE
      * GRACE WINDOW BEFORE THE SETTLEMENT DATE THAT NO SETTLEMENT
      * LINE HAS CLEARED YET (0 = NONE).
       STL_FIND_PAYMENT.
           MOVE 0 TO WS-STL-PAY
           OPEN INPUT fpay
               MOVE 0 TO Wstop
               PERFORM WITH TEST AFTER UNTIL Wstop = 1
                   READ fpay NEXT
                       AT END
                           MOVE 1 TO Wstop
                       NOT AT END
                           IF fy_method = 1 AND fy_kind = 0 AND
                               (WS-STL-RESA = 0 OR
                               fy_numResa = WS-STL-RESA) AND
                               fy_date_date NOT < WS-STL-FROM AND
                               fy_date_date NOT > WS-STL-DATE AND
                               fy_amount_entier +
                               (fy_amount_decimal / 100) =
                               WS-STL-AMOUNT THEN
                               PERFORM STL_PAYMENT_SEEN
                               IF WS-STL-SEEN = 0 THEN
                                   MOVE fy_numPay TO WS-STL-PAY
                                   MOVE 1 TO Wstop
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpay.

      * tamp_fpay HOLDS A CARD PAYMENT - WS-STL-SEEN 1 WHEN A
      * SETTLEMENT LINE ALREADY CLEARED IT.
       STL_PAYMENT_SEEN.
           MOVE 0 TO WS-STL-SEEN
           OPEN INPUT fsettle
               MOVE fy_numPay TO fse_numPay
               START fsettle KEY IS EQUAL fse_numPay
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fsettle NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF fse_numPay = fy_numPay THEN
                                   MOVE 1 TO WS-STL-SEEN
                               END-IF
                       END-READ
               END-START
           CLOSE fsettle.

      * WS-STL-START COMES BACK AS THE BUSINESS DAY THE FIRST
      * SETTLEMENT DROP WAS IMPORTED (0 = NEVER) - CAPTURES AND
      * PAYMENTS OLDER THAN THAT WERE NEVER IN SCOPE.
       STL_FIND_START.
           MOVE 0 TO WS-STL-START
           OPEN INPUT fsettle
               MOVE 0 TO fse_numSe
               START fsettle KEY IS NOT < fse_numSe
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ fsettle NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE fse_imp_date TO WS-STL-START
                       END-READ
               END-START
           CLOSE fsettle.

      * EVERY CAPTURE MADE BETWEEN THE FIRST DROP AND THE GRACE
      * LIMIT THAT NO SETTLEMENT LINE REFERS TO.
       STL_UNSETTLED_AUTHS.
           OPEN INPUT fauth
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fauth NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fau_status = 1 AND
                               fau_cap_date NOT < WS-STL-START AND
                               fau_cap_date NOT > WS-STL-LIMIT THEN
                               MOVE fau_numAuth TO WS-STL-AUTH
                               PERFORM STL_AUTH_REFERRED
                               IF WS-STL-SEEN = 0 THEN
                                   ADD 1 TO WS-STL-UNSETTLED
                                   MOVE SPACES TO WS-RPT-LINE
                                   STRING "  CAPTURE  " fau_cap_date
                                       " " fau_code " AUTH "
                                       fau_numAuth " RESA "
                                       fau_numResa " AMOUNT "
                                       fau_cap_amount
                                       DELIMITED BY SIZE
                                       INTO WS-RPT-LINE
                                   PERFORM REPORT_LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fauth.

      * WS-STL-AUTH HOLDS A CAPTURED PRE-AUTH - WS-STL-SEEN 1 WHEN
      * ANY SETTLEMENT LINE (MATCHED OR NOT) REFERS TO IT.
       STL_AUTH_REFERRED.
           MOVE 0 TO WS-STL-SEEN
           OPEN INPUT fsettle
               MOVE WS-STL-AUTH TO fse_numAuth
               START fsettle KEY IS EQUAL fse_numAuth
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-STL-SEEN
               END-START
           CLOSE fsettle.

      * EVERY CARD PAYMENT TAKEN BETWEEN THE FIRST DROP AND THE
      * GRACE LIMIT THAT NO SETTLEMENT LINE CLEARED - UNLESS IT IS
      * THE PAYMENT OF A CAPTURE ALREADY LISTED (SAME STAY, SAME
      * AMOUNT, CAPTURE NOT SETTLED EITHER).
       STL_UNSETTLED_PAYMENTS.
           OPEN INPUT fpay
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpay NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fy_method = 1 AND fy_kind = 0 AND
                               fy_date_date NOT < WS-STL-START AND
                               fy_date_date NOT > WS-STL-LIMIT THEN
                               PERFORM STL_PAYMENT_SEEN
                               IF WS-STL-SEEN = 0 THEN
                                   PERFORM STL_PAYMENT_OF_CAPTURE
                               END-IF
                               IF WS-STL-SEEN = 0 THEN
                                   ADD 1 TO WS-STL-UNSETTLED
                                   MOVE SPACES TO WS-RPT-LINE
                                   STRING "  PAYMENT  " fy_date_date
                                       " PAY " fy_numPay " RESA "
                                       fy_numResa " AMOUNT "
                                       fy_amount
                                       DELIMITED BY SIZE
                                       INTO WS-RPT-LINE
                                   PERFORM REPORT_LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpay.

      * tamp_fpay HOLDS AN UNCLEARED CARD PAYMENT - WS-STL-SEEN 1
      * WHEN ITS STAY HAS A CAPTURE OF THE SAME AMOUNT NOT SETTLED
      * EITHER (THE CAPTURE LINE ALREADY REPORTS THAT MONEY).
       STL_PAYMENT_OF_CAPTURE.
           MOVE fy_numResa TO WS-STL-RESA
           COMPUTE WS-STL-AMOUNT = fy_amount_entier
               + (fy_amount_decimal / 100)
           MOVE 0 TO WS-STL-AUTH
           OPEN INPUT fauth
               MOVE WS-STL-RESA TO fau_numResa
               START fauth KEY IS EQUAL fau_numResa
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO Wstop
                       PERFORM WITH TEST AFTER UNTIL Wstop = 1
                           READ fauth NEXT
                               AT END
                                   MOVE 1 TO Wstop
                               NOT AT END
                                   IF fau_numResa NOT = WS-STL-RESA
                                       THEN
                                       MOVE 1 TO Wstop
                                   ELSE
                                       IF fau_status = 1 AND
                                           fau_cap_entier +
                                           (fau_cap_decimal / 100)
                                           = WS-STL-AMOUNT THEN
                                           MOVE fau_numAuth TO
                                               WS-STL-AUTH
                                           MOVE 1 TO Wstop
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
               END-START
           CLOSE fauth
           IF WS-STL-AUTH NOT = 0 THEN
               PERFORM STL_AUTH_REFERRED
               IF WS-STL-SEEN = 0 THEN
                   MOVE 1 TO WS-STL-SEEN
               ELSE
                   MOVE 0 TO WS-STL-SEEN
               END-IF
           END-IF.

      * SUMS THE PROCESSOR FEES OF THE MATCHED SETTLEMENT LINES NOT
      * YET JOURNALLED FOR THE CARD-FEE JOURNAL LINES AND STAMPS THEM
      * WITH THE BUSINESS DAY - A FILE IMPORTED AFTER THE DAY'S
      * EXPORT GOES OUT WITH THE NEXT ONE, AND A RE-RUN OF THE SAME
      * DAY PICKS UP AGAIN WHAT IT STAMPED.
       GL_TALLY_CARD_FEES.
           MOVE 0 TO WS-GL-CARD-FEES
           OPEN I-O fsettle
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsettle NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fse_match = 1 AND
                               fse_imp_date <= WS-BUSINESS-DATE AND
                               (fse_posted_date = 0 OR
                               fse_posted_date = WS-BUSINESS-DATE)
                               THEN
                               COMPUTE WS-GL-CARD-FEES =
                                   WS-GL-CARD-FEES +
                                   fse_fee_entier +
                                   (fse_fee_decimal / 100)
                               IF fse_posted_date = 0 THEN
                                   MOVE WS-BUSINESS-DATE TO
                                       fse_posted_date
                                   REWRITE tamp_fsettle
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fsettle.

      * IMPORTS THE BANK'S STATEMENT FILE AND CLEARS WHAT IT PROVES
      * PAID - A CREDIT WHOSE REFERENCE CARRIES "DEP" AND A SLIP
      * NUMBER CLEARS THAT fdep DEPOSIT WHEN THE AMOUNT AGREES; ANY
      * OTHER CREDIT SETTLES THE OLDEST OPEN fstmt STATEMENT OF THE
      * SAME AMOUNT WHOSE COMPANY NAME (OR STATEMENT NUMBER) APPEARS
      * IN THE REFERENCE, AT THE BANK'S VALUE DATE, SO THE DUNNING
      * RUN STOPS CHASING IT. CREDITS NOTHING MATCHED, AND DEPOSITS
      * STILL NOT SEEN ON A STATEMENT fparam "BNKD" DAYS AFTER THE
      * SLIP, MAKE THE EXCEPTIONS REPORT. THE FILE IS TRUNCATED
      * AFTER THE RUN.
       BANK_STATEMENT_IMPORT.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "BNKD" TO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-BNK-DAYS
           IF WS-BNK-DAYS = 0 THEN
               MOVE 5 TO WS-BNK-DAYS
           END-IF
           MOVE 0 TO WS-BNK-READ
           MOVE 0 TO WS-BNK-DEBITS
           MOVE 0 TO WS-BNK-STMTS
           MOVE 0 TO WS-BNK-DEPS
           MOVE 0 TO WS-BNK-UNMATCHED
           MOVE 0 TO WS-BNK-OPEN-DEPS
           MOVE "BANKREC" TO WS-RPT-CODE
           MOVE "BANK STATEMENT EXCEPTIONS" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           OPEN INPUT fbankst
           IF cr_fbankst NOT = "00" THEN
               CLOSE fbankst
               MOVE "NO BANK STATEMENT FILE RECEIVED" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           ELSE
               MOVE "CREDITS NOT MATCHED:" TO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbankst
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM BNK_IMPORT_ONE_LINE
                   END-READ
               END-PERFORM
               CLOSE fbankst
               OPEN OUTPUT fbankst
               CLOSE fbankst
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BNK-LIMIT
           COMPUTE WS-BNK-LIMIT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BNK-LIMIT) - WS-BNK-DAYS)
           MOVE "DEPOSITS NOT SEEN ON A STATEMENT:" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fdep
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdep NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fdp_cleared = 0 AND
                               fdp_date NOT > WS-BNK-LIMIT THEN
                               ADD 1 TO WS-BNK-OPEN-DEPS
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "  DEPOSIT " fdp_numDep
                                   " OF " fdp_date " AMOUNT "
                                   fdp_amount
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fdep
           MOVE SPACES TO WS-RPT-LINE
           STRING "LINES " WS-BNK-READ " DEBITS SKIPPED "
               WS-BNK-DEBITS " STATEMENTS SETTLED " WS-BNK-STMTS
               " DEPOSITS CLEARED " WS-BNK-DEPS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "UNMATCHED CREDITS " WS-BNK-UNMATCHED
               " DEPOSITS OUTSTANDING " WS-BNK-OPEN-DEPS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * tamp_fbankst HOLDS ONE STATEMENT LINE - DEBITS AND THE
      * BANK'S HEADER LINE ARE PASSED OVER, A CREDIT GOES TO THE
      * DEPOSIT OR STATEMENT MATCH AND IS LISTED IF NEITHER TAKES IT.
       BNK_IMPORT_ONE_LINE.
           MOVE SPACES TO WS-BNK-FIELDS
           UNSTRING tamp_fbankst DELIMITED BY ","
               INTO WS-BNK-DATE-X WS-BNK-AMT-X WS-BNK-REF
           IF WS-BNK-DATE-X IS NUMERIC THEN
               ADD 1 TO WS-BNK-READ
               MOVE WS-BNK-DATE-X TO WS-BNK-DATE
               COMPUTE WS-BNK-AMOUNT = FUNCTION NUMVAL(WS-BNK-AMT-X)
               IF WS-BNK-AMOUNT NOT > 0 THEN
                   ADD 1 TO WS-BNK-DEBITS
               ELSE
                   INSPECT WS-BNK-REF CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 0 TO WS-BNK-DONE
                   PERFORM BNK_PARSE_SLIP
                   IF WS-BNK-SLIP NOT = 0 THEN
                       PERFORM BNK_MATCH_DEPOSIT
                   END-IF
                   IF WS-BNK-DONE = 0 THEN
                       PERFORM BNK_MATCH_STATEMENT
                   END-IF
                   IF WS-BNK-DONE = 0 THEN
                       ADD 1 TO WS-BNK-UNMATCHED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " WS-BNK-DATE " " WS-BNK-AMT-X " "
                           WS-BNK-REF(1:50)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM REPORT_LINE
                   END-IF
               END-IF
           END-IF.

      * WS-BNK-SLIP COMES BACK AS THE FIRST RUN OF DIGITS AFTER "DEP"
      * IN THE REFERENCE (0 = NO "DEP" OR NO NUMBER AFTER IT).
       BNK_PARSE_SLIP.
           MOVE 0 TO WS-BNK-SLIP
           MOVE 0 TO WS-BNK-HITS
           INSPECT WS-BNK-REF TALLYING WS-BNK-HITS
               FOR CHARACTERS BEFORE INITIAL "DEP"
           IF WS-BNK-HITS < 57 THEN
               COMPUTE WS-BNK-POS = WS-BNK-HITS + 4
               MOVE 0 TO WS-BNK-DIGITS
               PERFORM WITH TEST BEFORE UNTIL WS-BNK-POS > 60
                   OR (WS-BNK-DIGITS > 0 AND
                   WS-BNK-REF(WS-BNK-POS:1) IS NOT NUMERIC)
                   OR WS-BNK-DIGITS = 6
                   IF WS-BNK-REF(WS-BNK-POS:1) IS NUMERIC THEN
                       COMPUTE WS-BNK-SLIP = WS-BNK-SLIP * 10
                           + FUNCTION NUMVAL(WS-BNK-REF(WS-BNK-POS:1))
                       ADD 1 TO WS-BNK-DIGITS
                   END-IF
                   ADD 1 TO WS-BNK-POS
               END-PERFORM
           END-IF.

      * WS-BNK-SLIP NAMES A DEPOSIT SLIP - CLEARED AT THE VALUE DATE
      * WHEN IT IS STILL OPEN AND THE AMOUNT AGREES (WS-BNK-DONE 1).
       BNK_MATCH_DEPOSIT.
           OPEN I-O fdep
               MOVE WS-BNK-SLIP TO fdp_numDep
               READ fdep
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF fdp_cleared = 0 AND
                           fdp_amount_entier +
                           (fdp_amount_decimal / 100) = WS-BNK-AMOUNT
                           THEN
                           MOVE 1 TO fdp_cleared
                           MOVE WS-BNK-DATE TO fdp_bank_date
                           REWRITE tamp_fdep
                           MOVE "fdep" TO WS-AUDIT-FILE
                           MOVE fdp_numDep TO WS-AUDIT-KEY
                           MOVE "MODIFY" TO WS-AUDIT-OP
                           PERFORM AUDIT_LOG
                           ADD 1 TO WS-BNK-DEPS
                           MOVE 1 TO WS-BNK-DONE
                       END-IF
               END-READ
           CLOSE fdep.

      * WS-BNK-AMOUNT/WS-BNK-REF HOLD A CREDIT - SETTLES THE OLDEST
      * OPEN STATEMENT FOR THAT AMOUNT WHOSE COMPANY THE REFERENCE
      * NAMES (WS-BNK-DONE 1).
       BNK_MATCH_STATEMENT.
           OPEN I-O fstmt
           OPEN INPUT fco
               MOVE 0 TO Wstop
               PERFORM WITH TEST AFTER UNTIL Wstop = 1
                   READ fstmt NEXT
                       AT END
                           MOVE 1 TO Wstop
                       NOT AT END
                           IF fst_paid = 0 AND
                               fst_total_entier +
                               (fst_total_decimal / 100) =
                               WS-BNK-AMOUNT THEN
                               PERFORM BNK_REFERENCE_NAMES_CO
                               IF WS-BNK-HITS > 0 THEN
                                   MOVE 1 TO fst_paid
                                   MOVE WS-BNK-DATE TO fst_paid_date
                                   MOVE "BANK XFER" TO fst_paid_how
                                   REWRITE tamp_fstmt
                                   MOVE "fstmt" TO WS-AUDIT-FILE
                                   MOVE fst_numStmt TO WS-AUDIT-KEY
                                   MOVE "MODIFY" TO WS-AUDIT-OP
                                   PERFORM AUDIT_LOG
                                   ADD 1 TO WS-BNK-STMTS
                                   MOVE 1 TO WS-BNK-DONE
                                   MOVE 1 TO Wstop
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fco
           CLOSE fstmt.

      * tamp_fstmt HOLDS AN OPEN STATEMENT (fco OPEN) - WS-BNK-HITS
      * COMES BACK NON-ZERO WHEN THE REFERENCE CARRIES THE
      * COMPANY'S NAME OR THE STATEMENT NUMBER.
       BNK_REFERENCE_NAMES_CO.
           MOVE 0 TO WS-BNK-HITS
           MOVE fst_numCo TO fco_numCo
           READ fco
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fco_nom TO WS-BNK-NAME
                   INSPECT WS-BNK-NAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   COMPUTE WS-BNK-NAME-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-BNK-NAME))
                   IF WS-BNK-NAME NOT = SPACES THEN
                       INSPECT WS-BNK-REF TALLYING WS-BNK-HITS
                           FOR ALL WS-BNK-NAME(1:WS-BNK-NAME-LEN)
                   END-IF
           END-READ
           IF WS-BNK-HITS = 0 THEN
               INSPECT WS-BNK-REF TALLYING WS-BNK-HITS
                   FOR ALL fst_numStmt
           END-IF.

      * THE BUSINESS DAY'S PETTY-CASH PAID-OUTS, ONE BLOCK PER
      * CATEGORY WITH ITS EXPENSE ACCOUNT, EACH LINE SHOWING SHIFT,
      * PAYEE, RECEIPT NUMBER, AMOUNT AND THE APPROVING MANAGER.
      * THE CATEGORY TOTALS ARE THE ONES GL_EXPORT_JOURNAL POSTS.
       PAID_OUT_REPORT.
           PERFORM LOAD_BUSINESS_DATE
           PERFORM GL_TALLY_PAID_OUTS
           MOVE "PAIDOUT" TO WS-RPT-CODE
           MOVE "PETTY-CASH PAID-OUTS" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "BUSINESS DAY " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-PDO-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-PDO-IDX = 5
               ADD 1 TO WS-PDO-IDX
               IF WS-PDO-DAY-AMT(WS-PDO-IDX) NOT = 0 THEN
                   PERFORM PDO_CATEGORY_BLOCK
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAID-OUTS " WS-PDO-CNT " TOTAL " WS-GL-PAIDOUTS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM END_REPORT.

      * HEADS, LISTS AND TOTALS THE PAID-OUTS OF CATEGORY WS-PDO-IDX.
       PDO_CATEGORY_BLOCK.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PDC-NAME(WS-PDO-IDX) " ACCOUNT "
               WS-PDC-ACCT(WS-PDO-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           OPEN INPUT fpaidout
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpaidout NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fpd_cat = WS-PDO-IDX AND
                               fpd_date_date = WS-BUSINESS-DATE THEN
                               MOVE fpd_numPd TO WS-PDO-L-NUM
                               MOVE fpd_numShift TO WS-PDO-L-SHIFT
                               MOVE fpd_payee TO WS-PDO-L-PAYEE
                               MOVE fpd_ref TO WS-PDO-L-REF
                               COMPUTE WS-PDO-L-AMT =
                                   fpd_amount_entier +
                                   (fpd_amount_decimal / 100)
                               IF fpd_numMgr = 0 THEN
                                   MOVE SPACES TO WS-PDO-L-MGR
                               ELSE
                                   MOVE fpd_numMgr TO WS-PDO-L-MGR
                               END-IF
                               MOVE WS-PDO-LINE TO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpaidout
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CATEGORY TOTAL " WS-PDO-DAY-AMT(WS-PDO-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * SUMS THE PAID-OUTS OF THE BUSINESS DAY PER CATEGORY FOR THE
      * PAID-OUT REPORT AND THE EXPENSE JOURNAL LINES.
       GL_TALLY_PAID_OUTS.
           MOVE 0 TO WS-GL-PAIDOUTS
           MOVE 0 TO WS-PDO-CNT
           INITIALIZE WS-PDO-DAY
           OPEN INPUT fpaidout
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpaidout NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fpd_date_date = WS-BUSINESS-DATE AND
                               fpd_cat > 0 AND fpd_cat < 6 THEN
                               ADD 1 TO WS-PDO-CNT
                               COMPUTE WS-PDO-DAY-AMT(fpd_cat) =
                                   WS-PDO-DAY-AMT(fpd_cat) +
                                   fpd_amount_entier +
                                   (fpd_amount_decimal / 100)
                               COMPUTE WS-GL-PAIDOUTS =
                                   WS-GL-PAIDOUTS +
                                   fpd_amount_entier +
                                   (fpd_amount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpaidout.

      * BUDGET VERSUS ACTUAL ON DEMAND - AS OF THE BUSINESS DATE.
       BUDGET_VS_ACTUAL_TODAY.
           MOVE WS-BUSINESS-DATE TO WS-BVA-DATE
           PERFORM BUDGET_VS_ACTUAL_REPORT.

      * MONTHLY STEP - BUDGET VERSUS ACTUAL AS OF THE LAST DAY OF
      * THE MONTH JUST ENDED, SO THE MONTH-TO-DATE FIGURES ARE THE
      * WHOLE MONTH.
       BUDGET_VS_ACTUAL_MONTH.
           MOVE WS-CURRENT-YEAR TO WS-WORK-YEAR
           MOVE WS-CURRENT-MONTH TO WS-WORK-MONTH
           SUBTRACT 1 FROM WS-WORK-MONTH
           IF WS-WORK-MONTH = 0 THEN
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF
           PERFORM GET_WORK_MONTH_DAYS
           MOVE WS-WORK-YEAR TO WS-BVA-YEAR
           MOVE WS-WORK-MONTH TO WS-BVA-MONTH
           MOVE WS-MONTH-DAYS TO WS-BVA-DAY
           PERFORM BUDGET_VS_ACTUAL_REPORT.

      * WS-BVA-DATE MUST HOLD THE AS-OF DATE - SETS THE OWNER'S
      * fbudget AGAINST WHAT THE HOUSE ACTUALLY DID, PER ROOM TYPE
      * AND FOR ALL TYPES, MONTH-TO-DATE AND YEAR-TO-DATE. ROOM
      * REVENUE IS THE INVOICES' ROOM SHARE (fi_total LESS
      * fi_extras) BY INVOICE DATE, EXTRAS REVENUE THE fext LINES BY
      * POSTING DATE, ROOM-HOURS AND STAYS THE CHECKED-IN OR
      * CHECKED-OUT STAYS (LIVE AND ARCHIVED) BY ARRIVAL DATE -
      * AMOUNTS AS BILLED, VAT INCLUDED. THE BUDGET TO DATE IS THE
      * EARLIER MONTHS IN FULL PLUS THE ELAPSED SHARE OF THE CURRENT
      * ONE; THE PROJECTION CARRIES THE MONTH-TO-DATE PACE TO THE
      * MONTH'S END.
       BUDGET_VS_ACTUAL_REPORT.
           MOVE "BUDGETVA" TO WS-RPT-CODE
           MOVE "BUDGET VERSUS ACTUAL" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           COMPUTE WS-BVA-MONTH-START = (WS-BVA-YEAR * 10000)
               + (WS-BVA-MONTH * 100) + 1
           COMPUTE WS-BVA-YEAR-START = (WS-BVA-YEAR * 10000) + 101
           MOVE WS-BVA-YEAR TO WS-WORK-YEAR
           MOVE WS-BVA-MONTH TO WS-WORK-MONTH
           PERFORM GET_WORK_MONTH_DAYS
           MOVE WS-MONTH-DAYS TO WS-BVA-DAYS
           INITIALIZE WS-BVA-TABLE
           MOVE 0 TO WS-BVA-ROWS
           MOVE 0 TO WS-BVA-LOST
           MOVE "ALL ROOM TYPES" TO WS-BVA-LABEL(21)
           OPEN INPUT frtype
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frtype NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE frt_label TO WS-BVA-TYPE
                           PERFORM BVA_FIND_ROW
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE frtype
           PERFORM BVA_LOAD_BUDGETS
           OPEN INPUT fch
           PERFORM BVA_LOAD_STAYS
           PERFORM BVA_LOAD_EXTRAS
           PERFORM BVA_LOAD_INVOICES
           CLOSE fch
           MOVE SPACES TO WS-RPT-LINE
           STRING "AS OF " WS-BVA-YEAR "-" WS-BVA-MONTH "-"
               WS-BVA-DAY " (DAY " WS-BVA-DAY " OF " WS-BVA-DAYS ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MEASURE           " "    BUDGET " "    ACTUAL "
               "   VARIANCE " "  PCT% " " PROJECTED " " MONTH BUD"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 0 TO WS-BVA-R
           PERFORM WITH TEST BEFORE UNTIL WS-BVA-R = WS-BVA-ROWS
               ADD 1 TO WS-BVA-R
               PERFORM BVA_PRINT_ROW
           END-PERFORM
           MOVE 21 TO WS-BVA-R
           PERFORM BVA_PRINT_ROW
           IF WS-BVA-LOST > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BVA-LOST " ENTRIES OF TYPES BEYOND THE "
                   "TWENTIETH COUNTED IN THE TOTAL ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM END_REPORT.

      * WS-BVA-TYPE MUST HOLD A TYPE LABEL - LEAVES ITS TABLE ROW IN
      * WS-BVA-ROW, OPENING A NEW ROW FOR A TYPE NOT SEEN YET (0
      * WHEN THE TABLE IS FULL: THE FIGURE GOES TO THE TOTAL ONLY).
       BVA_FIND_ROW.
           MOVE 0 TO Wtrouve
           MOVE 0 TO WS-BVA-ROW
           PERFORM WITH TEST BEFORE UNTIL WS-BVA-ROW = WS-BVA-ROWS
               OR Wtrouve = 1
               ADD 1 TO WS-BVA-ROW
               IF WS-BVA-LABEL(WS-BVA-ROW) = WS-BVA-TYPE THEN
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           IF Wtrouve = 0 THEN
               IF WS-BVA-ROWS < 20 THEN
                   ADD 1 TO WS-BVA-ROWS
                   MOVE WS-BVA-ROWS TO WS-BVA-ROW
                   MOVE WS-BVA-TYPE TO WS-BVA-LABEL(WS-BVA-ROW)
               ELSE
                   MOVE 0 TO WS-BVA-ROW
                   ADD 1 TO WS-BVA-LOST
               END-IF
           END-IF.

      * fch MUST BE OPEN INPUT AND fc_numCh HOLD THE ROOM - LEAVES
      * THE ROOM'S TYPE ROW IN WS-BVA-ROW.
       BVA_ROOM_ROW.
           READ fch
               INVALID KEY
                   MOVE "UNKNOWN ROOM" TO WS-BVA-TYPE
               NOT INVALID KEY
                   MOVE fc_typeCh TO WS-BVA-TYPE
           END-READ
           PERFORM BVA_FIND_ROW.

      * WS-BVA-ROW, WS-BVA-M, WS-BVA-MEASURE AND WS-BVA-ON (THE
      * BUSINESS DATE OF THE FIGURE) MUST BE SET - ADDS THE ACTUAL
      * TO THE TYPE'S ROW AND TO THE TOTAL, YEAR-TO-DATE AND, WHEN
      * IN THE CURRENT MONTH, MONTH-TO-DATE.
       BVA_ADD_ACTUAL.
           IF WS-BVA-ON >= WS-BVA-YEAR-START AND
               WS-BVA-ON <= WS-BVA-DATE THEN
               MOVE 21 TO WS-BVA-R
               PERFORM BVA_POST_ACTUAL
               IF WS-BVA-ROW NOT = 0 THEN
                   MOVE WS-BVA-ROW TO WS-BVA-R
                   PERFORM BVA_POST_ACTUAL
               END-IF
           END-IF.

       BVA_POST_ACTUAL.
           ADD WS-BVA-MEASURE TO WS-BVA-YTD-ACT(WS-BVA-R, WS-BVA-M)
           IF WS-BVA-ON >= WS-BVA-MONTH-START THEN
               ADD WS-BVA-MEASURE TO
                   WS-BVA-MTD-ACT(WS-BVA-R, WS-BVA-M)
           END-IF.

      * WS-BVA-ROW, WS-BVA-M AND WS-BVA-MEASURE (ONE MONTH'S BUDGET
      * FIGURE, tamp_fbudget STILL HOLDING ITS MONTH) MUST BE SET -
      * ADDS IT TO THE TYPE'S ROW AND TO THE TOTAL: AN EARLIER MONTH
      * IN FULL, THE CURRENT MONTH PRORATED TO THE AS-OF DAY.
       BVA_ADD_BUDGET.
           MOVE 21 TO WS-BVA-R
           PERFORM BVA_POST_BUDGET
           IF WS-BVA-ROW NOT = 0 THEN
               MOVE WS-BVA-ROW TO WS-BVA-R
               PERFORM BVA_POST_BUDGET
           END-IF.

       BVA_POST_BUDGET.
           IF fbg_month < WS-BVA-MONTH THEN
               ADD WS-BVA-MEASURE TO WS-BVA-YTD-BUD(WS-BVA-R, WS-BVA-M)
           ELSE
               ADD WS-BVA-MEASURE TO WS-BVA-MON-BUD(WS-BVA-R, WS-BVA-M)
               COMPUTE WS-BVA-AMOUNT ROUNDED = WS-BVA-MEASURE
                   * WS-BVA-DAY / WS-BVA-DAYS
               ADD WS-BVA-AMOUNT TO WS-BVA-MTD-BUD(WS-BVA-R, WS-BVA-M)
               ADD WS-BVA-AMOUNT TO WS-BVA-YTD-BUD(WS-BVA-R, WS-BVA-M)
           END-IF.

      * THE AS-OF YEAR'S BUDGET MONTHS UP TO THE AS-OF MONTH.
       BVA_LOAD_BUDGETS.
           OPEN INPUT fbudget
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbudget NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fbg_year = WS-BVA-YEAR AND
                               fbg_month <= WS-BVA-MONTH THEN
                               MOVE fbg_typeCh TO WS-BVA-TYPE
                               PERFORM BVA_FIND_ROW
                               MOVE 1 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE =
                                   fbg_room_entier +
                                   (fbg_room_decimal / 100)
                               PERFORM BVA_ADD_BUDGET
                               MOVE 2 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE =
                                   fbg_extra_entier +
                                   (fbg_extra_decimal / 100)
                               PERFORM BVA_ADD_BUDGET
                               MOVE 3 TO WS-BVA-M
                               MOVE fbg_hours TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_BUDGET
                               MOVE 4 TO WS-BVA-M
                               MOVE fbg_stays TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_BUDGET
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fbudget.

      * fch MUST BE OPEN INPUT - ROOM-HOURS AND STAYS OF EVERY STAY
      * THAT REACHED THE ROOM (CHECKED IN OR OUT), LIVE AND ARCHIVED.
       BVA_LOAD_STAYS.
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fr_status = 1 OR fr_status = 2 THEN
                               MOVE fr_numCh TO fc_numCh
                               PERFORM BVA_ROOM_ROW
                               MOVE fr_date_debut_date TO WS-BVA-ON
                               MOVE 3 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE = fr_duree_hours
                                   + (fr_duree_minute / 60)
                                   + (fr_nights * 24)
                               PERFORM DST_STAY_CORRECTION
                               ADD WS-DST-HOURS TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_ACTUAL
                               MOVE 4 TO WS-BVA-M
                               MOVE 1 TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fresa
           OPEN INPUT fresaarch
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fra_status = 1 OR fra_status = 2 THEN
                               MOVE fra_numCh TO fc_numCh
                               PERFORM BVA_ROOM_ROW
                               MOVE fra_date_debut_date TO WS-BVA-ON
                               MOVE 3 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE =
                                   fra_duree_hours
                                   + (fra_duree_minute / 60)
                                   + (fra_nights * 24)
                               PERFORM DST_ARCH_CORRECTION
                               ADD WS-DST-HOURS TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_ACTUAL
                               MOVE 4 TO WS-BVA-M
                               MOVE 1 TO WS-BVA-MEASURE
                               PERFORM BVA_ADD_ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fresaarch.

      * fch MUST BE OPEN INPUT - EVERY POSTED EXTRA, TYPED THROUGH
      * ITS STAY (LIVE, ELSE ARCHIVED) AND THE STAY'S ROOM.
       BVA_LOAD_EXTRAS.
           OPEN INPUT fresa
           OPEN INPUT fresaarch
           OPEN INPUT fext
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fext NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE fe_date TO WS-BVA-ON
                           IF WS-BVA-ON >= WS-BVA-YEAR-START AND
                               WS-BVA-ON <= WS-BVA-DATE THEN
                               PERFORM BVA_EXTRA_ROW
                               MOVE 2 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE =
                                   fe_amount_entier +
                                   (fe_amount_decimal / 100)
                               PERFORM BVA_ADD_ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE fext
           CLOSE fresaarch
           CLOSE fresa.

       BVA_EXTRA_ROW.
           MOVE fe_numResa TO fr_numResa
           READ fresa
               INVALID KEY
                   MOVE fe_numResa TO fra_numResa
                   READ fresaarch
                       INVALID KEY
                           MOVE 0 TO fc_numCh
                       NOT INVALID KEY
                           MOVE fra_numCh TO fc_numCh
                   END-READ
               NOT INVALID KEY
                   MOVE fr_numCh TO fc_numCh
           END-READ
           PERFORM BVA_ROOM_ROW.

      * fch MUST BE OPEN INPUT - THE ROOM SHARE OF EVERY INVOICE.
       BVA_LOAD_INVOICES.
           OPEN INPUT finv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE fi_date TO WS-BVA-ON
                           IF WS-BVA-ON >= WS-BVA-YEAR-START AND
                               WS-BVA-ON <= WS-BVA-DATE THEN
                               MOVE fi_numCh TO fc_numCh
                               PERFORM BVA_ROOM_ROW
                               MOVE 1 TO WS-BVA-M
                               COMPUTE WS-BVA-MEASURE =
                                   fi_total_entier +
                                   (fi_total_decimal / 100) -
                                   fi_extras_entier -
                                   (fi_extras_decimal / 100)
                               PERFORM BVA_ADD_ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO Wfin
           CLOSE finv.

      * WS-BVA-R MUST HOLD A TABLE ROW - ITS TITLE LINE, THEN A
      * MONTH-TO-DATE AND A YEAR-TO-DATE LINE PER MEASURE.
       BVA_PRINT_ROW.
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROOM TYPE: " WS-BVA-LABEL(WS-BVA-R)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-BVA-M FROM 1 BY 1 UNTIL WS-BVA-M > 4
               MOVE WS-BVA-NAME(WS-BVA-M) TO WS-BVA-L-NAME
               MOVE "MTD " TO WS-BVA-L-PERIOD
               MOVE WS-BVA-MTD-BUD(WS-BVA-R, WS-BVA-M) TO
                   WS-BVA-MEASURE
               MOVE WS-BVA-MTD-ACT(WS-BVA-R, WS-BVA-M) TO
                   WS-BVA-AMOUNT
               PERFORM BVA_FIGURE_LINE
               COMPUTE WS-BVA-L-PROJ ROUNDED =
                   WS-BVA-MTD-ACT(WS-BVA-R, WS-BVA-M)
                   * WS-BVA-DAYS / WS-BVA-DAY
               MOVE WS-BVA-MON-BUD(WS-BVA-R, WS-BVA-M) TO WS-BVA-L-MON
               MOVE WS-BVA-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
               MOVE SPACES TO WS-BVA-L-NAME
               MOVE "YTD " TO WS-BVA-L-PERIOD
               MOVE WS-BVA-YTD-BUD(WS-BVA-R, WS-BVA-M) TO
                   WS-BVA-MEASURE
               MOVE WS-BVA-YTD-ACT(WS-BVA-R, WS-BVA-M) TO
                   WS-BVA-AMOUNT
               PERFORM BVA_FIGURE_LINE
               MOVE SPACES TO WS-BVA-L-TAIL
               MOVE WS-BVA-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM.

      * WS-BVA-MEASURE (BUDGET) AND WS-BVA-AMOUNT (ACTUAL) MUST BE
      * SET - FILLS THE LINE'S FIGURES, ABSOLUTE AND PERCENTAGE
      * VARIANCE (NO PERCENTAGE AGAINST A NIL BUDGET).
       BVA_FIGURE_LINE.
           MOVE WS-BVA-MEASURE TO WS-BVA-L-BUD
           MOVE WS-BVA-AMOUNT TO WS-BVA-L-ACT
           COMPUTE WS-BVA-VAR = WS-BVA-AMOUNT - WS-BVA-MEASURE
           MOVE WS-BVA-VAR TO WS-BVA-L-VAR
           MOVE 0 TO WS-BVA-PCT
           IF WS-BVA-MEASURE > 0 THEN
               COMPUTE WS-BVA-PCT ROUNDED = WS-BVA-VAR * 100
                   / WS-BVA-MEASURE
               IF WS-BVA-PCT > 999.9 THEN
                   MOVE 999.9 TO WS-BVA-PCT
               END-IF
           END-IF
           MOVE WS-BVA-PCT TO WS-BVA-L-PCT.

      * HOTEL KPI REPORT FOR A CHOSEN RANGE - OCCUPANCY (SOLD OVER
      * AVAILABLE ROOM-HOURS), AVERAGE RATE PER SOLD HOUR AND
      * REVENUE PER AVAILABLE ROOM-HOUR, FOR ALL ROOMS, BY ROOM TYPE,
      * BY ZONE AND BY DAY OF WEEK, SET AGAINST THE SAME DATES A YEAR
      * EARLIER. ALWAYS SPOOLED.
       KPI_REPORT.
           COMPUTE WS-KPI-FROM = (WS-BUS-YEAR * 10000)
               + (WS-BUS-MONTH * 100) + 1
           MOVE WS-BUSINESS-DATE TO WS-KPI-TO
           MOVE " " TO ERROR-MESSAGE
           ACCEPT KPI-RANGE-SCREEN
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-KPI-FROM) NOT = 0 OR
               FUNCTION TEST-DATE-YYYYMMDD(WS-KPI-TO) NOT = 0 THEN
               MOVE "WRONG DATE" TO ERROR-MESSAGE
           ELSE
               COMPUTE WS-KPI-SPAN =
                   FUNCTION INTEGER-OF-DATE(WS-KPI-TO) -
                   FUNCTION INTEGER-OF-DATE(WS-KPI-FROM)
               IF WS-KPI-SPAN < 0 OR WS-KPI-SPAN > 365 THEN
                   MOVE "RANGE MUST RUN FORWARD, AT MOST A YEAR"
                       TO ERROR-MESSAGE
               ELSE
                   PERFORM KPI_RUN
               END-IF
           END-IF.

      * WS-KPI-FROM / WS-KPI-TO MUST HOLD A CHECKED RANGE.
       KPI_RUN.
           MOVE WS-KPI-FROM TO WS-KPI-LY-FROM
           SUBTRACT 1 FROM WS-KPI-LY-FROM-YEAR
           IF WS-KPI-LY-FROM-MD = 0229 THEN
               MOVE 0228 TO WS-KPI-LY-FROM-MD
           END-IF
           MOVE WS-KPI-TO TO WS-KPI-LY-TO
           SUBTRACT 1 FROM WS-KPI-LY-TO-YEAR
           IF WS-KPI-LY-TO-MD = 0229 THEN
               MOVE 0228 TO WS-KPI-LY-TO-MD
           END-IF
           MOVE "KPI" TO WS-RPT-CODE
           MOVE "HOTEL KPI REPORT" TO WS-RPT-TITLE
           MOVE 1 TO WS-RPT-FORCE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-RPT-FORCE
           INITIALIZE WS-KPI-TABLE
           MOVE "ALL ROOMS" TO WS-KPI-E-KEY(1)
           PERFORM VARYING WS-KPI-R FROM 2 BY 1 UNTIL WS-KPI-R > 8
               MOVE 3 TO WS-KPI-E-DIM(WS-KPI-R)
               MOVE WS-KPI-DOW-NAME(WS-KPI-R - 1) TO
                   WS-KPI-E-KEY(WS-KPI-R)
           END-PERFORM
           MOVE 8 TO WS-KPI-ROWS
           MOVE 0 TO WS-KPI-LOST
           PERFORM KPI_AVAILABILITY
           PERFORM KPI_SOLD
           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD " WS-KPI-FROM " TO " WS-KPI-TO
               " - LAST YEAR " WS-KPI-LY-FROM " TO " WS-KPI-LY-TO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SEGMENT          AVAIL-H  OCC%     ADR  REVPAR |"
               "LYOCC  LY ADR LYREVPR   CHG%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE 1 TO WS-KPI-R
           PERFORM KPI_PRINT_ROW
           MOVE 1 TO WS-KPI-DIM
           MOVE "BY ROOM TYPE" TO WS-RPT-LINE
           PERFORM KPI_PRINT_DIM
           MOVE 2 TO WS-KPI-DIM
           MOVE "BY ZONE" TO WS-RPT-LINE
           PERFORM KPI_PRINT_DIM
           MOVE 3 TO WS-KPI-DIM
           MOVE "BY DAY OF WEEK" TO WS-RPT-LINE
           PERFORM KPI_PRINT_DIM
           IF WS-KPI-LOST > 0 THEN
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-KPI-LOST " FIGURES OF SEGMENTS BEYOND THE "
                   "TABLE COUNTED IN ALL ROOMS ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM END_REPORT.

      * WS-KPI-DIM MUST HOLD THE DIMENSION (1 TYPE, 2 ZONE, 3 DAY OF
      * WEEK) AND WS-RPT-LINE ITS HEADING - PRINTS ITS ROWS.
       KPI_PRINT_DIM.
           PERFORM REPORT_LINE
           PERFORM VARYING WS-KPI-R FROM 2 BY 1
               UNTIL WS-KPI-R > WS-KPI-ROWS
               IF WS-KPI-E-DIM(WS-KPI-R) = WS-KPI-DIM THEN
                   PERFORM KPI_PRINT_ROW
               END-IF
           END-PERFORM.

      * WS-KPI-DIM / WS-KPI-KEY MUST HOLD A SEGMENT - LEAVES ITS ROW
      * IN WS-KPI-ROW, OPENING ONE FOR A SEGMENT NOT SEEN YET (0 WHEN
      * THE TABLE IS FULL).
       KPI_FIND_ROW.
           MOVE 0 TO Wtrouve
           MOVE 8 TO WS-KPI-ROW
           PERFORM WITH TEST BEFORE UNTIL WS-KPI-ROW = WS-KPI-ROWS
               OR Wtrouve = 1
               ADD 1 TO WS-KPI-ROW
               IF WS-KPI-E-DIM(WS-KPI-ROW) = WS-KPI-DIM AND
                   WS-KPI-E-KEY(WS-KPI-ROW) = WS-KPI-KEY THEN
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           IF Wtrouve = 0 THEN
               IF WS-KPI-ROWS < 48 THEN
                   ADD 1 TO WS-KPI-ROWS
                   MOVE WS-KPI-ROWS TO WS-KPI-ROW
                   MOVE WS-KPI-DIM TO WS-KPI-E-DIM(WS-KPI-ROW)
                   MOVE WS-KPI-KEY TO WS-KPI-E-KEY(WS-KPI-ROW)
               ELSE
                   MOVE 0 TO WS-KPI-ROW
                   ADD 1 TO WS-KPI-LOST
               END-IF
           END-IF.

      * tamp_fch MUST HOLD A ROOM - ITS TYPE AND ZONE ROWS INTO
      * WS-KPI-TROW / WS-KPI-ZROW.
       KPI_ROOM_ROWS.
           MOVE 1 TO WS-KPI-DIM
           MOVE fc_typeCh TO WS-KPI-KEY
           PERFORM KPI_FIND_ROW
           MOVE WS-KPI-ROW TO WS-KPI-TROW
           MOVE 2 TO WS-KPI-DIM
           MOVE SPACES TO WS-KPI-KEY
           STRING "ZONE " fc_zone DELIMITED BY SIZE INTO WS-KPI-KEY
           PERFORM KPI_FIND_ROW
           MOVE WS-KPI-ROW TO WS-KPI-ZROW.

      * fr_date_debut_date MUST HOLD THE DAY - ITS WEEKDAY ROW
      * (MONDAY = 2 ... SUNDAY = 8) INTO WS-KPI-DOW-ROW.
       KPI_DOW_ROW.
           PERFORM GET_DAY_OF_WEEK
           COMPUTE WS-KPI-DOW-ROW = 2 +
               FUNCTION MOD(WS-DAY-OF-WEEK + 5, 7).

      * AVAILABLE ROOM-HOURS: EVERY ROOM, EVERY DAY OF BOTH RANGES,
      * ITS OPENING WINDOW (fc_open_hour TO fc_close_hour) UNLESS A
      * WORK ORDER HAD IT OUT OF SERVICE THAT DAY - OR, FOR THE
      * PERIOD ITSELF, IT IS OUT OF SERVICE OR HELD NOW (fc_status).
      * A DAY THE ROOM WAS NOT YET IN SERVICE, ALREADY RETIRED OR
      * UNDER RENOVATION IS NOT AVAILABLE EITHER.
       KPI_AVAILABILITY.
           PERFORM LOAD_RENOVATION_PERIODS
           OPEN INPUT fch
           OPEN INPUT fwo
               MOVE 0 TO WS-KPI-EOF
               PERFORM WITH TEST AFTER UNTIL WS-KPI-EOF = 1
                   READ fch NEXT
                       AT END
                           MOVE 1 TO WS-KPI-EOF
                       NOT AT END
                           PERFORM KPI_ROOM_AVAIL
                   END-READ
               END-PERFORM
           CLOSE fwo
           CLOSE fch.

      * tamp_fch HOLDS THE ROOM - ITS AVAILABLE HOURS FOR BOTH RANGES.
       KPI_ROOM_AVAIL.
           PERFORM KPI_ROOM_ROWS
           PERFORM KPI_LOAD_ROOM_WO
           PERFORM VARYING WS-KPI-P FROM 1 BY 1 UNTIL WS-KPI-P > 2
               IF WS-KPI-P = 1 THEN
                   COMPUTE WS-KPI-INT =
                       FUNCTION INTEGER-OF-DATE(WS-KPI-FROM)
                   COMPUTE WS-KPI-INT-END =
                       FUNCTION INTEGER-OF-DATE(WS-KPI-TO)
               ELSE
                   COMPUTE WS-KPI-INT =
                       FUNCTION INTEGER-OF-DATE(WS-KPI-LY-FROM)
                   COMPUTE WS-KPI-INT-END =
                       FUNCTION INTEGER-OF-DATE(WS-KPI-LY-TO)
               END-IF
               PERFORM WITH TEST BEFORE
                   UNTIL WS-KPI-INT > WS-KPI-INT-END
                   PERFORM KPI_ROOM_DAY
                   ADD 1 TO WS-KPI-INT
               END-PERFORM
           END-PERFORM.

      * THE ROOM'S WORK ORDERS AS DATE SPANS (AN ORDER STILL OPEN
      * RUNS ON INDEFINITELY).
       KPI_LOAD_ROOM_WO.
           MOVE 0 TO WS-KPI-WO-CNT
           MOVE fc_numCh TO fwo_numCh
           MOVE 0 TO WS-KPI-OUT
           START fwo KEY IS = fwo_numCh
               INVALID KEY
                   MOVE 1 TO WS-KPI-OUT
           END-START
           PERFORM WITH TEST BEFORE UNTIL WS-KPI-OUT = 1
               READ fwo NEXT
                   AT END
                       MOVE 1 TO WS-KPI-OUT
                   NOT AT END
                       IF fwo_numCh NOT = fc_numCh THEN
                           MOVE 1 TO WS-KPI-OUT
                       ELSE
                           IF WS-KPI-WO-CNT < 30 THEN
                               ADD 1 TO WS-KPI-WO-CNT
                               MOVE fwo_date_open TO
                                   WS-KPI-WO-OPEN(WS-KPI-WO-CNT)
                               IF fwo_status = 0 THEN
                                   MOVE 99999999 TO
                                       WS-KPI-WO-CLOSED(WS-KPI-WO-CNT)
                               ELSE
                                   MOVE fwo_date_closed TO
                                       WS-KPI-WO-CLOSED(WS-KPI-WO-CNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * WS-KPI-INT HOLDS THE DAY AND WS-KPI-P THE RANGE - THE ROOM'S
      * OPENING WINDOW GOES TO AVAILABLE UNLESS IT WAS OUT OF SERVICE.
       KPI_ROOM_DAY.
           COMPUTE WS-KPI-DAY = FUNCTION DATE-OF-INTEGER(WS-KPI-INT)
           MOVE 0 TO WS-KPI-OUT
           IF WS-KPI-P = 1 AND fc_status NOT = 0 THEN
               MOVE 1 TO WS-KPI-OUT
           END-IF
           MOVE WS-KPI-DAY TO WS-RIN-DATE
           PERFORM ROOM_IN_INVENTORY
           IF WS-RIN-IN = 0 THEN
               MOVE 1 TO WS-KPI-OUT
           END-IF
           PERFORM VARYING WS-KPI-WO-I FROM 1 BY 1
               UNTIL WS-KPI-WO-I > WS-KPI-WO-CNT
               IF WS-KPI-WO-OPEN(WS-KPI-WO-I) <= WS-KPI-DAY AND
                   WS-KPI-WO-CLOSED(WS-KPI-WO-I) >= WS-KPI-DAY THEN
                   MOVE 1 TO WS-KPI-OUT
               END-IF
           END-PERFORM
           IF WS-KPI-OUT = 0 AND fc_close_hour > fc_open_hour THEN
               COMPUTE WS-KPI-HOURS = fc_close_hour - fc_open_hour
               MOVE WS-KPI-DAY TO fr_date_debut_date
               PERFORM KPI_DOW_ROW
               MOVE 1 TO WS-KPI-R
               PERFORM KPI_POST_AVAIL
               MOVE WS-KPI-DOW-ROW TO WS-KPI-R
               PERFORM KPI_POST_AVAIL
               IF WS-KPI-TROW NOT = 0 THEN
                   MOVE WS-KPI-TROW TO WS-KPI-R
                   PERFORM KPI_POST_AVAIL
               END-IF
               IF WS-KPI-ZROW NOT = 0 THEN
                   MOVE WS-KPI-ZROW TO WS-KPI-R
                   PERFORM KPI_POST_AVAIL
               END-IF
           END-IF.

       KPI_POST_AVAIL.
           ADD WS-KPI-HOURS TO WS-KPI-AVAIL(WS-KPI-R, WS-KPI-P).

      * SOLD ROOM-HOURS AND THEIR PRICED REVENUE (SAME RATE x
      * DURATION MATH AS THE TREND REPORT) OF EVERY STAY THAT REACHED
      * ITS ROOM, BY ARRIVAL DATE - LIVE, ARCHIVED AND, FOR THE YEARS
      * THE TWO RANGES TOUCH, THE COLD ARCHIVES.
       KPI_SOLD.
           OPEN INPUT fch
           OPEN INPUT fresa
               MOVE 0 TO WS-KPI-EOF
               PERFORM WITH TEST AFTER UNTIL WS-KPI-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-KPI-EOF
                       NOT AT END
                           IF fr_status = 1 OR fr_status = 2 THEN
                               MOVE fr_date_debut_date TO WS-KPI-DAY
                               MOVE fr_numCh TO fc_numCh
                               COMPUTE WS-KPI-HOURS = fr_duree_hours
                                   + (fr_duree_minute / 60)
                                   + (fr_nights * 24)
                               PERFORM DST_STAY_CORRECTION
                               ADD WS-DST-HOURS TO WS-KPI-HOURS
                               PERFORM KPI_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-KPI-EOF
               PERFORM WITH TEST AFTER UNTIL WS-KPI-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-KPI-EOF
                       NOT AT END
                           PERFORM KPI_ARCH_STAY
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           PERFORM VARYING WS-KPI-COLD-YEAR FROM WS-KPI-LY-FROM-YEAR
               BY 1 UNTIL WS-KPI-COLD-YEAR > WS-KPI-TO-YEAR
               MOVE SPACES TO WS-COLD-NAME
               STRING "files/archive_" WS-KPI-COLD-YEAR ".dat"
                   DELIMITED BY SIZE INTO WS-COLD-NAME
               OPEN INPUT fcold
               IF cr_fcold NOT = "00" THEN
                   CLOSE fcold
               ELSE
                   MOVE 0 TO WS-KPI-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-KPI-EOF = 1
                       READ fcold
                           AT END
                               MOVE 1 TO WS-KPI-EOF
                           NOT AT END
                               MOVE tamp_fcold TO tamp_fresaarch
                               PERFORM KPI_ARCH_STAY
                       END-READ
                   END-PERFORM
                   CLOSE fcold
               END-IF
           END-PERFORM
           CLOSE fch.

      * fra_* HOLDS AN ARCHIVED (OR UNPACKED COLD) STAY.
       KPI_ARCH_STAY.
           IF fra_status = 1 OR fra_status = 2 THEN
               MOVE fra_date_debut_date TO WS-KPI-DAY
               MOVE fra_numCh TO fc_numCh
               COMPUTE WS-KPI-HOURS = fra_duree_hours
                   + (fra_duree_minute / 60)
                   + (fra_nights * 24)
               PERFORM DST_ARCH_CORRECTION
               ADD WS-DST-HOURS TO WS-KPI-HOURS
               PERFORM KPI_STAY
           END-IF.

      * WS-KPI-DAY (ARRIVAL), fc_numCh AND WS-KPI-HOURS MUST HOLD THE
      * STAY - POSTS IT TO THE RANGE ITS ARRIVAL FALLS IN, IF ANY.
       KPI_STAY.
           MOVE 0 TO WS-KPI-P
           IF WS-KPI-DAY >= WS-KPI-FROM AND
               WS-KPI-DAY <= WS-KPI-TO THEN
               MOVE 1 TO WS-KPI-P
           END-IF
           IF WS-KPI-DAY >= WS-KPI-LY-FROM AND
               WS-KPI-DAY <= WS-KPI-LY-TO THEN
               MOVE 2 TO WS-KPI-P
           END-IF
           IF WS-KPI-P NOT = 0 THEN
               MOVE 0 TO WS-KPI-REV
               MOVE 0 TO WS-KPI-TROW
               MOVE 0 TO WS-KPI-ZROW
               MOVE WS-KPI-DAY TO fr_date_debut_date
               READ fch
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM KPI_ROOM_ROWS
                       PERFORM GET_ROOM_RATE_FOR_DATE
                       COMPUTE WS-KPI-REV ROUNDED =
                           WS-REV-PRICE * WS-KPI-HOURS
               END-READ
               PERFORM KPI_DOW_ROW
               MOVE 1 TO WS-KPI-R
               PERFORM KPI_POST_SOLD
               MOVE WS-KPI-DOW-ROW TO WS-KPI-R
               PERFORM KPI_POST_SOLD
               IF WS-KPI-TROW NOT = 0 THEN
                   MOVE WS-KPI-TROW TO WS-KPI-R
                   PERFORM KPI_POST_SOLD
               END-IF
               IF WS-KPI-ZROW NOT = 0 THEN
                   MOVE WS-KPI-ZROW TO WS-KPI-R
                   PERFORM KPI_POST_SOLD
               END-IF
           END-IF.

       KPI_POST_SOLD.
           ADD WS-KPI-HOURS TO WS-KPI-SOLD(WS-KPI-R, WS-KPI-P)
           ADD WS-KPI-REV TO WS-KPI-REVENUE(WS-KPI-R, WS-KPI-P).

      * WS-KPI-R MUST HOLD A ROW - ITS KPI LINE, THIS PERIOD AGAINST
      * LAST YEAR (CHG% IS THE MOVE IN REVENUE PER AVAILABLE HOUR).
       KPI_PRINT_ROW.
           MOVE WS-KPI-E-KEY(WS-KPI-R) TO WS-KPI-L-KEY
           MOVE WS-KPI-AVAIL(WS-KPI-R, 1) TO WS-KPI-L-AVAIL
           MOVE 1 TO WS-KPI-P
           PERFORM KPI_RATIOS
           MOVE WS-KPI-OCC TO WS-KPI-L-OCC
           MOVE WS-KPI-ADR TO WS-KPI-L-ADR
           MOVE WS-KPI-REVPAR TO WS-KPI-L-REVPAR
           MOVE WS-KPI-REVPAR TO WS-KPI-CUR-REVPAR
           MOVE 2 TO WS-KPI-P
           PERFORM KPI_RATIOS
           MOVE WS-KPI-OCC TO WS-KPI-L-LY-OCC
           MOVE WS-KPI-ADR TO WS-KPI-L-LY-ADR
           MOVE WS-KPI-REVPAR TO WS-KPI-L-LY-REVPAR
           IF WS-KPI-REVPAR > 0 THEN
               COMPUTE WS-KPI-CHG ROUNDED =
                   (WS-KPI-CUR-REVPAR - WS-KPI-REVPAR) * 100
                   / WS-KPI-REVPAR
               IF WS-KPI-CHG > 999.9 THEN
                   MOVE 999.9 TO WS-KPI-CHG
               END-IF
           ELSE
               MOVE 0 TO WS-KPI-CHG
           END-IF
           MOVE WS-KPI-CHG TO WS-KPI-L-CHG
           MOVE WS-KPI-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WS-KPI-R / WS-KPI-P MUST BE SET - OCCUPANCY %, AVERAGE RATE
      * PER SOLD HOUR AND REVENUE PER AVAILABLE HOUR (0 WHEN THE
      * DIVISOR IS NIL, CAPPED TO WHAT THE LINE CAN PRINT).
       KPI_RATIOS.
           MOVE 0 TO WS-KPI-OCC
           MOVE 0 TO WS-KPI-ADR
           MOVE 0 TO WS-KPI-REVPAR
           IF WS-KPI-AVAIL(WS-KPI-R, WS-KPI-P) > 0 THEN
               COMPUTE WS-KPI-OCC ROUNDED =
                   WS-KPI-SOLD(WS-KPI-R, WS-KPI-P) * 100
                   / WS-KPI-AVAIL(WS-KPI-R, WS-KPI-P)
               COMPUTE WS-KPI-REVPAR ROUNDED =
                   WS-KPI-REVENUE(WS-KPI-R, WS-KPI-P)
                   / WS-KPI-AVAIL(WS-KPI-R, WS-KPI-P)
           END-IF
           IF WS-KPI-SOLD(WS-KPI-R, WS-KPI-P) > 0 THEN
               COMPUTE WS-KPI-ADR ROUNDED =
                   WS-KPI-REVENUE(WS-KPI-R, WS-KPI-P)
                   / WS-KPI-SOLD(WS-KPI-R, WS-KPI-P)
           END-IF
           IF WS-KPI-OCC > 999.9 THEN
               MOVE 999.9 TO WS-KPI-OCC
           END-IF
           IF WS-KPI-ADR > 9999.99 THEN
               MOVE 9999.99 TO WS-KPI-ADR
           END-IF
           IF WS-KPI-REVPAR > 9999.99 THEN
               MOVE 9999.99 TO WS-KPI-REVPAR
           END-IF.

      * MARKET SEGMENT MIX FOR ONE YEAR - EVERY STAY THAT REACHED ITS
      * ROOM (STATUS 1/2), BY ARRIVAL MONTH AND fr_segment: STAYS,
      * ROOM-HOURS, REVENUE, AVERAGE SPEND PER STAY AND SHARE OF THE
      * MONTH'S REVENUE. REVENUE IS THE PRICED ROOM TIME (SAME RATE x
      * DURATION MATH AS THE KPI REPORT) LESS THE PROMO DISCOUNT,
      * PLUS OVERSTAY/LOST-CARD FEES AND THE STAY'S EXTRA CHARGES.
       SEGMENT_MIX_REPORT.
           MOVE WS-BUS-YEAR TO WS-SMX-YEAR
           MOVE " " TO ERROR-MESSAGE
           ACCEPT SEGMENT-MIX-SCREEN
           IF WS-SMX-YEAR < 1900 THEN
               MOVE "WRONG YEAR" TO ERROR-MESSAGE
           ELSE
               PERFORM SMX_RUN
           END-IF.

      * WS-SMX-YEAR MUST HOLD THE YEAR TO REPORT.
       SMX_RUN.
           MOVE "SEGMIX" TO WS-RPT-CODE
           MOVE "MARKET SEGMENT MIX" TO WS-RPT-TITLE
           MOVE 1 TO WS-RPT-FORCE
           PERFORM BEGIN_REPORT
           MOVE 0 TO WS-RPT-FORCE
           INITIALIZE WS-SMX-TABLE
           INITIALIZE WS-SMX-TOTALS
           PERFORM SMX_LOAD_SEGMENTS
           PERFORM SMX_LOAD_STAYS
           MOVE SPACES TO WS-RPT-LINE
           STRING "YEAR " WS-SMX-YEAR " - STAYS BY ARRIVAL MONTH"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SEGMENT                     STAYS   HOURS"
               "      REVENUE   AVG/STAY  SHR%"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-SMX-M FROM 1 BY 1 UNTIL WS-SMX-M > 13
               IF WS-SMX-TOT-STAYS(WS-SMX-M) > 0 THEN
                   PERFORM SMX_PRINT_MONTH
               END-IF
           END-PERFORM
           IF WS-SMX-TOT-STAYS(13) = 0 THEN
               MOVE "NO STAYS ARRIVING IN THAT YEAR" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM END_REPORT.

      * THE FIRST 20 SEGMENTS OF fseg (WITHDRAWN ONES INCLUDED - PAST
      * STAYS STILL CARRY THEM) TAKE ROWS 1-20; ROW 21 COLLECTS BLANK
      * AND UNLISTED CODES.
       SMX_LOAD_SEGMENTS.
           MOVE 0 TO WS-SMX-ROWS
           OPEN INPUT fseg
               MOVE 0 TO WS-SMX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SMX-EOF = 1
                   READ fseg NEXT
                       AT END
                           MOVE 1 TO WS-SMX-EOF
                       NOT AT END
                           IF WS-SMX-ROWS < 20 THEN
                               ADD 1 TO WS-SMX-ROWS
                               MOVE fsg_code TO
                                   WS-SMX-E-CODE(WS-SMX-ROWS)
                               MOVE fsg_label TO
                                   WS-SMX-E-LABEL(WS-SMX-ROWS)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fseg
           MOVE SPACES TO WS-SMX-E-CODE(21)
           MOVE "UNCLASSIFIED" TO WS-SMX-E-LABEL(21).

      * LIVE, ARCHIVED AND (FOR THE YEAR ASKED) COLD-ARCHIVED STAYS.
       SMX_LOAD_STAYS.
           OPEN INPUT fch
           OPEN INPUT fext
           OPEN INPUT fextarch
           OPEN INPUT fresa
               MOVE 0 TO WS-SMX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SMX-EOF = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO WS-SMX-EOF
                       NOT AT END
                           IF (fr_status = 1 OR fr_status = 2) AND
                               fr_date_debut_year = WS-SMX-YEAR THEN
                               MOVE fr_numResa TO WS-SMX-RESA
                               MOVE fr_segment TO WS-SMX-SEG
                               MOVE fr_date_debut_month TO
                                   WS-SMX-MONTH
                               MOVE fr_numCh TO fc_numCh
                               COMPUTE WS-SMX-HOURS = fr_duree_hours
                                   + (fr_duree_minute / 60)
                                   + (fr_nights * 24)
                               PERFORM DST_STAY_CORRECTION
                               ADD WS-DST-HOURS TO WS-SMX-HOURS
                               COMPUTE WS-SMX-REV = fr_extra_entier
                                   + (fr_extra_decimal / 100)
                                   - fr_discount_entier
                                   - (fr_discount_decimal / 100)
                               PERFORM SMX_STAY
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa
           OPEN INPUT fresaarch
               MOVE 0 TO WS-SMX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SMX-EOF = 1
                   READ fresaarch NEXT
                       AT END
                           MOVE 1 TO WS-SMX-EOF
                       NOT AT END
                           PERFORM SMX_ARCH_STAY
                   END-READ
               END-PERFORM
           CLOSE fresaarch
           MOVE SPACES TO WS-COLD-NAME
           STRING "files/archive_" WS-SMX-YEAR ".dat"
               DELIMITED BY SIZE INTO WS-COLD-NAME
           OPEN INPUT fcold
           IF cr_fcold NOT = "00" THEN
               CLOSE fcold
           ELSE
               MOVE 0 TO WS-SMX-EOF
               PERFORM WITH TEST AFTER UNTIL WS-SMX-EOF = 1
                   READ fcold
                       AT END
                           MOVE 1 TO WS-SMX-EOF
                       NOT AT END
                           MOVE tamp_fcold TO tamp_fresaarch
                           PERFORM SMX_ARCH_STAY
                   END-READ
               END-PERFORM
               CLOSE fcold
           END-IF
           CLOSE fextarch
           CLOSE fext
           CLOSE fch.

      * fra_* HOLDS AN ARCHIVED (OR UNPACKED COLD) STAY. ITS ARRIVAL
      * DATE IS STAGED IN fr_date_debut_date FOR THE RATE LOOKUP.
       SMX_ARCH_STAY.
           IF (fra_status = 1 OR fra_status = 2) AND
               fra_date_debut_year = WS-SMX-YEAR THEN
               MOVE fra_numResa TO WS-SMX-RESA
               MOVE fra_segment TO WS-SMX-SEG
               MOVE fra_date_debut_month TO WS-SMX-MONTH
               MOVE fra_date_debut_date TO fr_date_debut_date
               MOVE fra_numCh TO fc_numCh
               COMPUTE WS-SMX-HOURS = fra_duree_hours
                   + (fra_duree_minute / 60)
                   + (fra_nights * 24)
               PERFORM DST_ARCH_CORRECTION
               ADD WS-DST-HOURS TO WS-SMX-HOURS
               COMPUTE WS-SMX-REV = fra_extra_entier
                   + (fra_extra_decimal / 100)
                   - fra_discount_entier
                   - (fra_discount_decimal / 100)
               PERFORM SMX_STAY
           END-IF.

      * WS-SMX-RESA/SEG/MONTH/HOURS, fc_numCh AND fr_date_debut_date
      * MUST HOLD THE STAY AND WS-SMX-REV ITS FEES LESS DISCOUNT - ADDS
      * THE PRICED ROOM TIME AND EXTRA CHARGES (LIVE OR fextarch -
      * THOSE ROLLED COLD WITH THE STAY ARE NOT REREAD), THEN POSTS
      * THE STAY TO ITS SEGMENT'S MONTH AND YEAR.
       SMX_STAY.
           READ fch
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GET_ROOM_RATE_FOR_DATE
                   COMPUTE WS-SMX-REV ROUNDED = WS-SMX-REV
                       + (WS-REV-PRICE * WS-SMX-HOURS)
           END-READ
           MOVE WS-SMX-RESA TO fe_numResa
           START fext KEY IS EQUAL fe_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-SMX-XEOF
                   PERFORM WITH TEST AFTER UNTIL WS-SMX-XEOF = 1
                       READ fext NEXT
                           AT END
                               MOVE 1 TO WS-SMX-XEOF
                           NOT AT END
                               IF fe_numResa NOT = WS-SMX-RESA THEN
                                   MOVE 1 TO WS-SMX-XEOF
                               ELSE
                                   COMPUTE WS-SMX-REV = WS-SMX-REV
                                       + fe_amount_entier
                                       + (fe_amount_decimal / 100)
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE WS-SMX-RESA TO fea_numResa
           START fextarch KEY IS EQUAL fea_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-SMX-XEOF
                   PERFORM WITH TEST AFTER UNTIL WS-SMX-XEOF = 1
                       READ fextarch NEXT
                           AT END
                               MOVE 1 TO WS-SMX-XEOF
                           NOT AT END
                               IF fea_numResa NOT = WS-SMX-RESA THEN
                                   MOVE 1 TO WS-SMX-XEOF
                               ELSE
                                   MOVE tamp_fextarch TO tamp_fext
                                   COMPUTE WS-SMX-REV = WS-SMX-REV
                                       + fe_amount_entier
                                       + (fe_amount_decimal / 100)
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE 21 TO WS-SMX-R
           IF WS-SMX-SEG NOT = SPACES THEN
               PERFORM VARYING WS-SMX-M FROM 1 BY 1
                   UNTIL WS-SMX-M > WS-SMX-ROWS
                   IF WS-SMX-E-CODE(WS-SMX-M) = WS-SMX-SEG THEN
                       MOVE WS-SMX-M TO WS-SMX-R
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-SMX-MONTH TO WS-SMX-M
           PERFORM SMX_POST
           MOVE 13 TO WS-SMX-M
           PERFORM SMX_POST.

       SMX_POST.
           ADD 1 TO WS-SMX-STAYS(WS-SMX-R, WS-SMX-M)
           ADD WS-SMX-HOURS TO WS-SMX-HRS(WS-SMX-R, WS-SMX-M)
           ADD WS-SMX-REV TO WS-SMX-AMT(WS-SMX-R, WS-SMX-M)
           ADD 1 TO WS-SMX-TOT-STAYS(WS-SMX-M)
           ADD WS-SMX-REV TO WS-SMX-TOT-AMT(WS-SMX-M).

      * WS-SMX-M MUST HOLD THE MONTH (13 = THE WHOLE YEAR) - ITS
      * HEADING, ONE LINE PER SEGMENT THAT HAD STAYS, AND A TOTAL.
       SMX_PRINT_MONTH.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-SMX-M = 13 THEN
               STRING "YEAR " WS-SMX-YEAR " TOTAL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "MONTH " WS-SMX-YEAR "-" WS-SMX-M
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           PERFORM VARYING WS-SMX-R FROM 1 BY 1 UNTIL WS-SMX-R > 21
               IF WS-SMX-STAYS(WS-SMX-R, WS-SMX-M) > 0 THEN
                   PERFORM SMX_PRINT_ROW
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SMX-L-CODE
           MOVE "ALL SEGMENTS" TO WS-SMX-L-LABEL
           MOVE WS-SMX-TOT-STAYS(WS-SMX-M) TO WS-SMX-L-STAYS
           MOVE 0 TO WS-SMX-HOURS
           PERFORM VARYING WS-SMX-R FROM 1 BY 1 UNTIL WS-SMX-R > 21
               ADD WS-SMX-HRS(WS-SMX-R, WS-SMX-M) TO WS-SMX-HOURS
           END-PERFORM
           MOVE WS-SMX-HOURS TO WS-SMX-L-HOURS
           MOVE WS-SMX-TOT-AMT(WS-SMX-M) TO WS-SMX-L-REV
           MOVE 0 TO WS-SMX-AVG
           IF WS-SMX-TOT-AMT(WS-SMX-M) > 0 THEN
               COMPUTE WS-SMX-AVG ROUNDED =
                   WS-SMX-TOT-AMT(WS-SMX-M)
                   / WS-SMX-TOT-STAYS(WS-SMX-M)
           END-IF
           MOVE WS-SMX-AVG TO WS-SMX-L-AVG
           MOVE 100 TO WS-SMX-L-SHARE
           MOVE WS-SMX-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * WS-SMX-R / WS-SMX-M MUST BE SET - ONE SEGMENT'S LINE (A
      * NEGATIVE NET, E.G. A DISCOUNT OVER AN EMPTY STAY, SHOWS A NIL
      * AVERAGE AND SHARE).
       SMX_PRINT_ROW.
           MOVE WS-SMX-E-CODE(WS-SMX-R) TO WS-SMX-L-CODE
           MOVE WS-SMX-E-LABEL(WS-SMX-R) TO WS-SMX-L-LABEL
           MOVE WS-SMX-STAYS(WS-SMX-R, WS-SMX-M) TO WS-SMX-L-STAYS
           MOVE WS-SMX-HRS(WS-SMX-R, WS-SMX-M) TO WS-SMX-L-HOURS
           MOVE WS-SMX-AMT(WS-SMX-R, WS-SMX-M) TO WS-SMX-L-REV
           MOVE 0 TO WS-SMX-AVG
           MOVE 0 TO WS-SMX-SHARE
           IF WS-SMX-AMT(WS-SMX-R, WS-SMX-M) > 0 THEN
               COMPUTE WS-SMX-AVG ROUNDED =
                   WS-SMX-AMT(WS-SMX-R, WS-SMX-M)
                   / WS-SMX-STAYS(WS-SMX-R, WS-SMX-M)
               IF WS-SMX-TOT-AMT(WS-SMX-M) > 0 THEN
                   COMPUTE WS-SMX-SHARE ROUNDED =
                       WS-SMX-AMT(WS-SMX-R, WS-SMX-M) * 100
                       / WS-SMX-TOT-AMT(WS-SMX-M)
               END-IF
           END-IF
           IF WS-SMX-SHARE > 999.9 THEN
               MOVE 999.9 TO WS-SMX-SHARE
           END-IF
           MOVE WS-SMX-AVG TO WS-SMX-L-AVG
           MOVE WS-SMX-SHARE TO WS-SMX-L-SHARE
           MOVE WS-SMX-LINE TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * MONTHLY RECENCY/FREQUENCY/VALUE SCORING OF EVERY CLIENT. A
      * CLIENT'S STAYS THAT REACHED THEIR ROOM (STATUS 1/2) ARE
      * GATHERED FROM fresa AND fresaarch BY THE numCl KEYS, THEIR
      * INVOICES FROM finv BY THE numResa KEY; EACH OF RECENCY, STAY
      * COUNT AND LIFETIME SPEND IS SCORED 1-5, THE TRIPLE IS MAPPED
      * TO AN AUDIENCE CODE (WS-RFM-SEG-NAME) AND ALL OF IT IS STORED
      * ON THE CLIENT FOR ADD_CAMPAIGN TO TARGET. THE SPEND SCALE
      * HANGS OFF fparam "RFMV" - THE TOP-SCORE SPEND IN HUNDREDS
      * (20 = 2000.00).
       RFM_SCORING_RUN.
           PERFORM LOAD_BUSINESS_DATE
           MOVE "RFMV" TO fpar_key
           PERFORM GET_PARAM_RATE
           IF fpar_value = 0 THEN
               MOVE 20 TO fpar_value
           END-IF
           COMPUTE WS-RFM-TOP = fpar_value * 100
           INITIALIZE WS-RFM-DIST
           INITIALIZE WS-RFM-HIST
           MOVE 0 TO WS-RFM-CLIENTS
           OPEN INPUT fresa
           OPEN INPUT fresaarch
           OPEN INPUT finv
           OPEN INPUT finvarch
           OPEN I-O fcli
               MOVE 0 TO WS-RFM-EOF
               PERFORM WITH TEST AFTER UNTIL WS-RFM-EOF = 1
                   READ fcli NEXT
                       AT END
                           MOVE 1 TO WS-RFM-EOF
                       NOT AT END
                           PERFORM RFM_SCORE_CLIENT
                           REWRITE tamp_fcli
                           ADD 1 TO WS-RFM-CLIENTS
                   END-READ
               END-PERFORM
           CLOSE fcli
           CLOSE finvarch
           CLOSE finv
           CLOSE fresaarch
           CLOSE fresa
           PERFORM RFM_DISTRIBUTION_REPORT
           DISPLAY "RFM SCORING: " WS-RFM-CLIENTS " CLIENTS SCORED".

      * tamp_fcli HOLDS THE CLIENT - GATHERS, SCORES AND STORES.
       RFM_SCORE_CLIENT.
           MOVE 0 TO WS-RFM-STAYS
           MOVE 0 TO WS-RFM-LAST
           MOVE 0 TO WS-RFM-LTV
           MOVE fcl_numCl TO WS-RFM-CL
           MOVE WS-RFM-CL TO fr_numCl
           START fresa KEY IS EQUAL fr_numCl
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RFM-XEOF
                   PERFORM WITH TEST AFTER UNTIL WS-RFM-XEOF = 1
                       READ fresa NEXT
                           AT END
                               MOVE 1 TO WS-RFM-XEOF
                           NOT AT END
                               IF fr_numCl NOT = WS-RFM-CL THEN
                                   MOVE 1 TO WS-RFM-XEOF
                               ELSE
                                   IF fr_status = 1 OR
                                       fr_status = 2 THEN
                                       MOVE fr_numResa TO WS-RFM-RESA
                                       MOVE fr_date_debut_date TO
                                           WS-RFM-ON
                                       PERFORM RFM_COUNT_STAY
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE WS-RFM-CL TO fra_numCl
           START fresaarch KEY IS EQUAL fra_numCl
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RFM-XEOF
                   PERFORM WITH TEST AFTER UNTIL WS-RFM-XEOF = 1
                       READ fresaarch NEXT
                           AT END
                               MOVE 1 TO WS-RFM-XEOF
                           NOT AT END
                               IF fra_numCl NOT = WS-RFM-CL THEN
                                   MOVE 1 TO WS-RFM-XEOF
                               ELSE
                                   IF fra_status = 1 OR
                                       fra_status = 2 THEN
                                       MOVE fra_numResa TO
                                           WS-RFM-RESA
                                       MOVE fra_date_debut_date TO
                                           WS-RFM-ON
                                       PERFORM RFM_COUNT_STAY
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           PERFORM RFM_SCORES
           PERFORM RFM_CLASSIFY
           MOVE WS-RFM-SEG-NAME(WS-RFM-I) TO fcl_rfm_seg
           MOVE WS-RFM-LTV TO fcl_ltv_entier
           COMPUTE fcl_ltv_decimal =
               (WS-RFM-LTV - fcl_ltv_entier) * 100
           MOVE WS-RFM-STAYS TO fcl_stays
           MOVE WS-RFM-LAST TO fcl_last_stay
           MOVE WS-BUSINESS-DATE TO fcl_rfm_date
           ADD 1 TO WS-RFM-D-CNT(WS-RFM-I)
           ADD WS-RFM-LTV TO WS-RFM-D-LTV(WS-RFM-I)
           ADD 1 TO WS-RFM-H-R(fcl_rfm_r + 1)
           ADD 1 TO WS-RFM-H-F(fcl_rfm_f + 1)
           ADD 1 TO WS-RFM-H-M(fcl_rfm_m + 1).

      * WS-RFM-RESA / WS-RFM-ON HOLD ONE OF THE CLIENT'S STAYS - ONE
      * MORE VISIT, THE LATEST ARRIVAL, AND ITS INVOICED TOTALS.
       RFM_COUNT_STAY.
           IF WS-RFM-STAYS < 9999 THEN
               ADD 1 TO WS-RFM-STAYS
           END-IF
           IF WS-RFM-ON > WS-RFM-LAST THEN
               MOVE WS-RFM-ON TO WS-RFM-LAST
           END-IF
           MOVE WS-RFM-RESA TO fi_numResa
           START finv KEY IS EQUAL fi_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RFM-IEOF
                   PERFORM WITH TEST AFTER UNTIL WS-RFM-IEOF = 1
                       READ finv NEXT
                           AT END
                               MOVE 1 TO WS-RFM-IEOF
                           NOT AT END
                               IF fi_numResa NOT = WS-RFM-RESA THEN
                                   MOVE 1 TO WS-RFM-IEOF
                               ELSE
                                   COMPUTE WS-RFM-LTV = WS-RFM-LTV
                                       + fi_total_entier
                                       + (fi_total_decimal / 100)
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE WS-RFM-RESA TO fia_numResa
           START finvarch KEY IS EQUAL fia_numResa
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-RFM-IEOF
                   PERFORM WITH TEST AFTER UNTIL WS-RFM-IEOF = 1
                       READ finvarch NEXT
                           AT END
                               MOVE 1 TO WS-RFM-IEOF
                           NOT AT END
                               IF fia_numResa NOT = WS-RFM-RESA THEN
                                   MOVE 1 TO WS-RFM-IEOF
                               ELSE
                                   MOVE tamp_finvarch TO tamp_finv
                                   COMPUTE WS-RFM-LTV = WS-RFM-LTV
                                       + fi_total_entier
                                       + (fi_total_decimal / 100)
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      * THE THREE 1-5 SCORES (ALL 0 FOR A CLIENT WITHOUT A STAY).
       RFM_SCORES.
           MOVE 0 TO fcl_rfm_r
           MOVE 0 TO fcl_rfm_f
           MOVE 0 TO fcl_rfm_m
           IF WS-RFM-STAYS > 0 THEN
               MOVE 0 TO WS-RFM-DAYS
               MOVE WS-BUSINESS-DATE TO WS-RFM-TODAY
               IF WS-RFM-LAST < WS-RFM-TODAY THEN
                   COMPUTE WS-RFM-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RFM-TODAY) -
                       FUNCTION INTEGER-OF-DATE(WS-RFM-LAST)
               END-IF
               EVALUATE TRUE
                   WHEN WS-RFM-DAYS <= 30
                       MOVE 5 TO fcl_rfm_r
                   WHEN WS-RFM-DAYS <= 90
                       MOVE 4 TO fcl_rfm_r
                   WHEN WS-RFM-DAYS <= 180
                       MOVE 3 TO fcl_rfm_r
                   WHEN WS-RFM-DAYS <= 365
                       MOVE 2 TO fcl_rfm_r
                   WHEN OTHER
                       MOVE 1 TO fcl_rfm_r
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-RFM-STAYS >= 10
                       MOVE 5 TO fcl_rfm_f
                   WHEN WS-RFM-STAYS >= 6
                       MOVE 4 TO fcl_rfm_f
                   WHEN WS-RFM-STAYS >= 3
                       MOVE 3 TO fcl_rfm_f
                   WHEN WS-RFM-STAYS = 2
                       MOVE 2 TO fcl_rfm_f
                   WHEN OTHER
                       MOVE 1 TO fcl_rfm_f
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-RFM-LTV >= WS-RFM-TOP
                       MOVE 5 TO fcl_rfm_m
                   WHEN WS-RFM-LTV >= WS-RFM-TOP / 2
                       MOVE 4 TO fcl_rfm_m
                   WHEN WS-RFM-LTV >= WS-RFM-TOP / 4
                       MOVE 3 TO fcl_rfm_m
                   WHEN WS-RFM-LTV >= WS-RFM-TOP / 10
                       MOVE 2 TO fcl_rfm_m
                   WHEN OTHER
                       MOVE 1 TO fcl_rfm_m
               END-EVALUATE
           END-IF.

      * fcl_rfm_r/f/m MUST BE SCORED - LEAVES THE AUDIENCE'S ENTRY
      * IN WS-RFM-SEG-NAME IN WS-RFM-I (FIRST RULE THAT FITS WINS).
       RFM_CLASSIFY.
           EVALUATE TRUE
               WHEN fcl_rfm_f = 0
                   MOVE 8 TO WS-RFM-I
               WHEN fcl_rfm_r >= 4 AND fcl_rfm_f >= 4 AND
                   fcl_rfm_m >= 4
                   MOVE 1 TO WS-RFM-I
               WHEN fcl_rfm_r <= 2 AND fcl_rfm_m >= 4
                   MOVE 4 TO WS-RFM-I
               WHEN fcl_rfm_f = 1 AND fcl_rfm_r >= 4
                   MOVE 3 TO WS-RFM-I
               WHEN fcl_rfm_f >= 4 AND fcl_rfm_r >= 3
                   MOVE 2 TO WS-RFM-I
               WHEN fcl_rfm_r = 3
                   MOVE 5 TO WS-RFM-I
               WHEN fcl_rfm_r <= 2
                   MOVE 6 TO WS-RFM-I
               WHEN OTHER
                   MOVE 7 TO WS-RFM-I
           END-EVALUATE.

      * CLIENTS, SHARE AND LIFETIME SPEND PER AUDIENCE, THEN HOW THE
      * THREE SCORES SPREAD.
       RFM_DISTRIBUTION_REPORT.
           MOVE "RFM" TO WS-RPT-CODE
           MOVE "CLIENT RFM DISTRIBUTION" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "SCORED " WS-BUSINESS-DATE " - " WS-RFM-CLIENTS
               " CLIENTS - TOP SPEND SCORE FROM " fpar_value
               " HUNDRED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDIENCE MEANING                  CLIENTS   PCT"
               "   LIFETIME SPEND    AVERAGE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-RFM-I FROM 1 BY 1 UNTIL WS-RFM-I > 8
               MOVE WS-RFM-SEG-NAME(WS-RFM-I) TO WS-RFM-L-CODE
               MOVE WS-RFM-SEG-DESC(WS-RFM-I) TO WS-RFM-L-DESC
               MOVE WS-RFM-D-CNT(WS-RFM-I) TO WS-RFM-L-CNT
               MOVE 0 TO WS-RFM-PCT
               MOVE 0 TO WS-RFM-AVG
               IF WS-RFM-D-CNT(WS-RFM-I) > 0 THEN
                   COMPUTE WS-RFM-PCT ROUNDED =
                       WS-RFM-D-CNT(WS-RFM-I) * 100 / WS-RFM-CLIENTS
                   COMPUTE WS-RFM-AVG ROUNDED =
                       WS-RFM-D-LTV(WS-RFM-I) / WS-RFM-D-CNT(WS-RFM-I)
               END-IF
               MOVE WS-RFM-PCT TO WS-RFM-L-PCT
               MOVE WS-RFM-D-LTV(WS-RFM-I) TO WS-RFM-L-LTV
               MOVE WS-RFM-AVG TO WS-RFM-L-AVG
               MOVE WS-RFM-LINE TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           MOVE "SCORE   RECENCY  FREQUENCY   SPEND" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM VARYING WS-RFM-I FROM 1 BY 1 UNTIL WS-RFM-I > 6
               COMPUTE WS-RFM-S = WS-RFM-I - 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-RFM-S "     " WS-RFM-H-R(WS-RFM-I)
                   "     " WS-RFM-H-F(WS-RFM-I)
                   "  " WS-RFM-H-M(WS-RFM-I)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-PERFORM
           PERFORM END_REPORT.
