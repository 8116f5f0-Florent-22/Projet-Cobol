       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPIDON-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "files_assignments.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "files_declarations.cpy".

       WORKING-STORAGE SECTION.
           COPY "ws_variables.cpy".

       77  MENU-PICK PIC 9(2) VALUE 0.
           88  MENU-PICK-IS-VALID VALUE 0 THRU 5.

       77  MENU-VALIDATE PIC A.
           88  MENU-VALIDATE-IS-VALID VALUE "Y", "N".

       77  ERROR-MESSAGE PIC X(79).
       77  WS-LOGIN PIC 9(4).
       77  WS-PASSWORD PIC X(30).


       SCREEN SECTION.

       COPY "screens_declarations.cpy".

       PROCEDURE DIVISION.

      * NIGHT AUDIT - CLOSES THE BUSINESS DAY. RUN FROM CRON AFTER
      * CUPIDON-BATCH AND BEFORE CUPIDON-BACKUP. EVERY POSTING
      * (fpay, fext, finv, fcanc) CARRIES THE FROZEN BUSINESS DATE
      * HELD IN fctrl ("BDYR"/"BDMD") RATHER THAN THE CALENDAR, SO
      * DAILY_REVENUE_REPORT, END_OF_DAY_CLOSING_REPORT AND
      * GL_EXPORT_JOURNAL ALL AGREE ON WHICH DAY A LATE CHECKOUT
      * BELONGS TO. THIS PROGRAM PROVES THE DAY (NO CLERK SHIFT LEFT
      * OPEN IN fshift, NO STAY IN AN IMPOSSIBLE STATE), PRINTS THE
      * SIGNED-OFF NIGHT AUDIT PACK TO THE SPOOL AND ONLY THEN ROLLS
      * THE BUSINESS DATE ONE DAY FORWARD. ANY EXCEPTION LEAVES THE
      * DATE WHERE IT IS - FIX IT AND RE-RUN. A BUSINESS DATE ALREADY
      * CAUGHT UP WITH THE CALENDAR IS NEVER ROLLED PAST IT.
       AUDIT-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE 0 TO WS-CURRENT-USER-NUM
           MOVE 0 TO WS-RPT-DEPTH
           MOVE 0 TO WS-RPT-MODE
           PERFORM RESOLVE_SITE_CODE.
           PERFORM LOAD_BUSINESS_DATE.
           DISPLAY "NIGHT AUDIT - BUSINESS DATE " WS-BUSINESS-DATE
               " - CALENDAR " WS-CURRENT-DATE
           MOVE 0 TO WS-NA-EXCEPTIONS
           MOVE 0 TO WS-NA-ROLLED
           MOVE "NIGHTAUD" TO WS-RPT-CODE
           MOVE "NIGHT AUDIT PACK" TO WS-RPT-TITLE
           PERFORM BEGIN_REPORT
           MOVE SPACES TO WS-RPT-LINE
           STRING "NIGHT AUDIT PACK - BUSINESS DATE " WS-BUS-YEAR
               "-" WS-BUS-MONTH "-" WS-BUS-DAY
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "EXCEPTIONS" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           PERFORM AUDIT_CHECK_CALENDAR
           PERFORM AUDIT_CHECK_OPEN_SHIFTS
           PERFORM AUDIT_CHECK_STAYS
           IF WS-NA-EXCEPTIONS = 0 THEN
               MOVE "  NONE" TO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF
           PERFORM AUDIT_DAY_TOTALS
           PERFORM END_OF_DAY_CLOSING_REPORT
           IF WS-NA-EXCEPTIONS = 0 THEN
               PERFORM AUDIT_ROLL_BUSINESS_DATE
           END-IF
           PERFORM AUDIT_SIGN_OFF
           PERFORM END_REPORT
           IF WS-NA-ROLLED = 1 THEN
               DISPLAY "NIGHT AUDIT COMPLETE - BUSINESS DATE NOW "
                   WS-BUSINESS-DATE
           ELSE
               DISPLAY "NIGHT AUDIT REFUSED - " WS-NA-EXCEPTIONS
                   " EXCEPTION(S), BUSINESS DATE NOT ROLLED"
           END-IF
           STOP RUN.

      * THE DAY BEING CLOSED MUST BE BEHIND THE CALENDAR - A SECOND
      * RUN THE SAME NIGHT WOULD OTHERWISE ROLL TOMORROW AWAY.
       AUDIT_CHECK_CALENDAR.
           IF WS-BUSINESS-DATE NOT < WS-CURRENT-DATE THEN
               ADD 1 TO WS-NA-EXCEPTIONS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT BEHIND THE CALENDAR " WS-CURRENT-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM REPORT_LINE
           END-IF.

      * EVERY fshift STILL OPEN (fs_status = 0) IS A DRAWER NOBODY
      * HAS COUNTED - ITS CASH CANNOT BE CLOSED INTO THE DAY.
       AUDIT_CHECK_OPEN_SHIFTS.
           MOVE 0 TO WS-NA-OPEN-SHIFTS
           OPEN INPUT fshift
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fshift NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fs_status = 0 THEN
                               ADD 1 TO WS-NA-OPEN-SHIFTS
                               ADD 1 TO WS-NA-EXCEPTIONS
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "  SHIFT " fs_numShift
                                   " STILL OPEN - CLERK " fs_numP
                                   " SINCE " fs_date " "
                                   fs_open_hours ":" fs_open_minute
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fshift.

      * A STAY THAT ENDS BEFORE IT STARTS, CARRIES AN UNKNOWN STATUS,
      * OR IS CHECKED IN / OUT FOR AN ARRIVAL STILL IN THE FUTURE
      * CANNOT BE VALUED - THE DAY IS NOT CLOSED AROUND IT. THE
      * ARRIVAL IS HELD AGAINST THE CALENDAR, NOT THE BUSINESS DATE -
      * AFTER MIDNIGHT THE DESK ALREADY CHECKS IN TOMORROW'S GUESTS.
       AUDIT_CHECK_STAYS.
           MOVE 0 TO WS-NA-BAD-STAYS
           OPEN INPUT fresa
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fresa NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO WS-RPT-LINE
                           IF fr_date_fin NOT > fr_date_debut THEN
                               STRING "  STAY " fr_numResa
                                   " ENDS BEFORE IT STARTS"
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                           ELSE
                               IF fr_status > 3 THEN
                                   STRING "  STAY " fr_numResa
                                       " HAS UNKNOWN STATUS " fr_status
                                       DELIMITED BY SIZE
                                       INTO WS-RPT-LINE
                               ELSE
                                   IF (fr_status = 1 OR
                                       fr_status = 2) AND
                                       fr_date_debut_date >
                                       WS-CURRENT-DATE THEN
                                       STRING "  STAY " fr_numResa
                                           " CHECKED IN BEFORE ITS "
                                           "ARRIVAL DATE "
                                           fr_date_debut_date
                                           DELIMITED BY SIZE
                                           INTO WS-RPT-LINE
                                   END-IF
                               END-IF
                           END-IF
                           IF WS-RPT-LINE NOT = SPACES THEN
                               ADD 1 TO WS-NA-BAD-STAYS
                               ADD 1 TO WS-NA-EXCEPTIONS
                               PERFORM REPORT_LINE
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fresa.

      * THE DAY'S POSTINGS BY LEDGER - PAYMENTS BY METHOD AND THE
      * REFUNDS/VOIDS AGAINST THEM (fpay), INCIDENTAL CHARGES
      * (fext), INVOICES CUT (finv) AND CANCELLATION FEES (fcanc),
      * ALL SELECTED ON THE BUSINESS DATE THEY WERE STAMPED WITH.
       AUDIT_DAY_TOTALS.
           MOVE 0 TO WS-NA-CASH
           MOVE 0 TO WS-NA-CARD
           MOVE 0 TO WS-NA-OTHER
           MOVE 0 TO WS-NA-REFUNDS
           MOVE 0 TO WS-NA-PAY-COUNT
           OPEN INPUT fpay
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpay NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fy_date_date = WS-BUSINESS-DATE THEN
                               ADD 1 TO WS-NA-PAY-COUNT
                               COMPUTE WS-NA-AMT = fy_amount_entier
                                   + (fy_amount_decimal / 100)
                               IF fy_kind NOT = 0 THEN
                                   ADD WS-NA-AMT TO WS-NA-REFUNDS
                               ELSE
                                   EVALUATE fy_method
                                       WHEN 0
                                           ADD WS-NA-AMT TO WS-NA-CASH
                                       WHEN 1
                                           ADD WS-NA-AMT TO WS-NA-CARD
                                       WHEN OTHER
                                           ADD WS-NA-AMT TO
                                               WS-NA-OTHER
                                   END-EVALUATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fpay
           MOVE 0 TO WS-NA-EXTRAS
           MOVE 0 TO WS-NA-EXT-COUNT
           OPEN INPUT fext
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fext NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fe_date = WS-BUSINESS-DATE THEN
                               ADD 1 TO WS-NA-EXT-COUNT
                               COMPUTE WS-NA-EXTRAS = WS-NA-EXTRAS
                                   + fe_amount_entier
                                   + (fe_amount_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fext
           MOVE 0 TO WS-NA-INV-TOTAL
           MOVE 0 TO WS-NA-INV-COUNT
           OPEN INPUT finv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fi_date = WS-BUSINESS-DATE THEN
                               ADD 1 TO WS-NA-INV-COUNT
                               COMPUTE WS-NA-INV-TOTAL =
                                   WS-NA-INV-TOTAL + fi_total_entier
                                   + (fi_total_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE finv
           MOVE 0 TO WS-NA-CANC-FEES
           MOVE 0 TO WS-NA-CANC-COUNT
           OPEN INPUT fcanc
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcanc NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           IF fx_date_date = WS-BUSINESS-DATE THEN
                               ADD 1 TO WS-NA-CANC-COUNT
                               COMPUTE WS-NA-CANC-FEES =
                                   WS-NA-CANC-FEES + fx_fee_entier
                                   + (fx_fee_decimal / 100)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE fcanc
           MOVE "POSTINGS FOR THE BUSINESS DATE" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PAYMENT LINES " WS-NA-PAY-COUNT
               "  CASH " WS-NA-CASH "  CARD " WS-NA-CARD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OTHER METHODS " WS-NA-OTHER
               "  REFUNDS/VOIDS " WS-NA-REFUNDS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  EXTRA CHARGES " WS-NA-EXT-COUNT
               "  TOTAL " WS-NA-EXTRAS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  INVOICES " WS-NA-INV-COUNT
               "  TOTAL " WS-NA-INV-TOTAL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CANCELLATIONS " WS-NA-CANC-COUNT
               "  FEES " WS-NA-CANC-FEES
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * THE DAY PROVED CLEAN - STEP THE BUSINESS DATE ONE DAY ON
      * (MONTH AND YEAR ENDS THROUGH ADD_DAYS_TO_WORK_DATE) AND
      * LEAVE THE faudit TRAIL OF THE ROLL.
       AUDIT_ROLL_BUSINESS_DATE.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-ADD-DAYS
           PERFORM ADD_DAYS_TO_WORK_DATE
           MOVE WS-WORK-DATE TO WS-BUSINESS-DATE
           PERFORM STORE_BUSINESS_DATE
           MOVE 1 TO WS-NA-ROLLED
           MOVE "fctrl" TO WS-AUDIT-FILE
           MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY
           MOVE "ROLL" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG.

      * VERDICT AND THE SIGNATURE BLOCK THE NIGHT AUDITOR COMPLETES
      * ON THE PRINTED PACK.
       AUDIT_SIGN_OFF.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE ALL "-" TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-NA-ROLLED = 1 THEN
               STRING "AUDIT PASSED - BUSINESS DATE ROLLED TO "
                   WS-BUS-YEAR "-" WS-BUS-MONTH "-" WS-BUS-DAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ROLL REFUSED - " WS-NA-EXCEPTIONS
                   " EXCEPTION(S): " WS-NA-OPEN-SHIFTS
                   " OPEN SHIFT(S), " WS-NA-BAD-STAYS " BAD STAY(S)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM REPORT_LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AUDIT RUN " WS-CURRENT-DATE " AT "
               WS-CURRENT-HOURS ":" WS-CURRENT-MINUTE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE " " TO WS-RPT-LINE
           PERFORM REPORT_LINE
           MOVE "NIGHT AUDITOR: ________________  SIGNATURE: ________"
               TO WS-RPT-LINE
           PERFORM REPORT_LINE.

      * THE NIGHT AUDIT PUTS NO SCREEN UP - NOTHING CAN TIME OUT.
       IDLE_ARM.
           MOVE 0 TO WS-IDL-TIMED.

       IDLE_CHECK.
           MOVE 0 TO WS-IDL-TIMED.

           COPY "section_general.cpy".
           COPY "section_adding.cpy".
           COPY "section_modify.cpy".
           COPY "section_display.cpy".
           COPY "section_delete.cpy".
           COPY "section_search.cpy".
           COPY "section_batch.cpy".
