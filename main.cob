           MOVE 0 TO WS-RPT-MODE
           PERFORM START_PROG
           IF Wvalide = 1 THEN
      *        AN IDLE LOCK TAKEN OVER BY ANOTHER USER UNWINDS THE
      *        MENUS WITH WS-IDL-SWITCH SET - THE SESSION IS THEN
      *        OPENED AGAIN FOR WHOEVER LOGGED IN
               PERFORM WITH TEST AFTER UNTIL WS-IDL-SWITCH = 0
                   MOVE 0 TO WS-IDL-SWITCH
      *            EVERY SESSION OPENED GOES TO THE AUDIT TRAIL - THE
      *            WEEKLY EXCEPTION MONITOR COUNTS THE LATE ONES
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                   MOVE "fpers" TO WS-AUDIT-FILE
                   MOVE WS-CURRENT-USER-NUM TO WS-AUDIT-KEY
                   MOVE "LOGIN" TO WS-AUDIT-OP
                   PERFORM AUDIT_LOG
                   PERFORM PUNCH_CLOCK_IN
                   PERFORM CHECK_PASSWORD_EXPIRY
                   IF WS-PWD-EXPIRED = 1 THEN
                       MOVE "PASSWORD EXPIRED - PLEASE CHANGE IT" TO
                           ERROR-MESSAGE
                       PERFORM WITH TEST AFTER UNTIL WS-PWD-DONE = 1
                           PERFORM CHANGE_PASSWORD
                       END-PERFORM
                   END-IF
                   PERFORM IDLE_LOAD_LIMIT
                   EVALUATE WS-CURRENT-USER-TYPE
                       WHEN 0
                           PERFORM OPEN_CLERK_SHIFT
                           PERFORM REVIEW_HANDOVER_LOG
                           PERFORM RECEPTION-MENU-LOOP
                       WHEN 1
                           PERFORM CLEANING-MENU-LOOP
                       WHEN 2
                           PERFORM OPEN_CLERK_SHIFT
                           PERFORM REVIEW_HANDOVER_LOG
                           PERFORM ADMIN-RECEPTION-MENU-LOOP
                       WHEN 3
                           PERFORM MAINTENANCE-MENU-LOOP
                   END-EVALUATE
               END-PERFORM
               IF WS-SHIFT-NUM NOT = 0 THEN
                   PERFORM CLOSE_CLERK_SHIFT
               END-IF
       START_PROG.
           PERFORM CREATE_FILES.
           PERFORM RESOLVE_SITE_CODE.
           PERFORM LOAD_BUSINESS_DATE.
           PERFORM CHECK_CLEAN_SHUTDOWN.
           PERFORM ARCHIVE_OLD_RESA.
           PERFORM GENERATE_MISSION.
             END-IF
          CLOSE fabs

          OPEN I-O frplan
             IF cr_frplan = 35 THEN
                OPEN OUTPUT frplan
                PERFORM SEED_RATE_PLANS
             END-IF
          CLOSE frplan

          OPEN I-O fallot
             IF cr_fallot = 35 THEN
                OPEN OUTPUT fallot
             END-IF
          CLOSE fallot

          OPEN I-O favoir
             IF cr_favoir = 35 THEN
                OPEN OUTPUT favoir
             END-IF
          CLOSE favoir

          OPEN I-O fsettle
             IF cr_fsettle = 35 THEN
                OPEN OUTPUT fsettle
             END-IF
          CLOSE fsettle

          OPEN I-O fpaidout
             IF cr_fpaidout = 35 THEN
                OPEN OUTPUT fpaidout
             END-IF
          CLOSE fpaidout

          OPEN I-O fdispute
             IF cr_fdispute = 35 THEN
                OPEN OUTPUT fdispute
             END-IF
          CLOSE fdispute

          OPEN I-O fbudget
             IF cr_fbudget = 35 THEN
                OPEN OUTPUT fbudget
             END-IF
          CLOSE fbudget

          OPEN I-O fseg
             IF cr_fseg = 35 THEN
                OPEN OUTPUT fseg
                PERFORM SEED_MARKET_SEGMENTS
             END-IF
          CLOSE fseg

          OPEN I-O ftmpl
             IF cr_ftmpl = 35 THEN
                OPEN OUTPUT ftmpl
             END-IF
          CLOSE ftmpl

          OPEN I-O fsight
             IF cr_fsight = 35 THEN
                OPEN OUTPUT fsight
             END-IF
          CLOSE fsight

          OPEN I-O fwopart
             IF cr_fwopart = 35 THEN
                OPEN OUTPUT fwopart
             END-IF
          CLOSE fwopart

          OPEN I-O fpmplan
             IF cr_fpmplan = 35 THEN
                OPEN OUTPUT fpmplan
             END-IF
          CLOSE fpmplan

          OPEN I-O fpmdone
             IF cr_fpmdone = 35 THEN
                OPEN OUTPUT fpmdone
             END-IF
          CLOSE fpmdone

          OPEN I-O fsinv
             IF cr_fsinv = 35 THEN
                OPEN OUTPUT fsinv
             END-IF
          CLOSE fsinv

          OPEN I-O fsinvl
             IF cr_fsinvl = 35 THEN
                OPEN OUTPUT fsinvl
             END-IF
          CLOSE fsinvl

          OPEN I-O fleave
             IF cr_fleave = 35 THEN
                OPEN OUTPUT fleave
             END-IF
          CLOSE fleave

          OPEN I-O frsp
             IF cr_frsp = 35 THEN
                OPEN OUTPUT frsp
             END-IF
          CLOSE frsp

          OPEN I-O fdst
             IF cr_fdst = 35 THEN
                OPEN OUTPUT fdst
             END-IF
          CLOSE fdst

          OPEN I-O fpkg
             IF cr_fpkg = 35 THEN
                OPEN OUTPUT fpkg
             END-IF
          CLOSE fpkg

          OPEN I-O fpksale
             IF cr_fpksale = 35 THEN
                OPEN OUTPUT fpksale
             END-IF
          CLOSE fpksale

          OPEN I-O fprep
             IF cr_fprep = 35 THEN
                OPEN OUTPUT fprep
             END-IF
          CLOSE fprep

          OPEN I-O faccess
             IF cr_faccess = 35 THEN
                OPEN OUTPUT faccess
             END-IF
          CLOSE faccess

          OPEN I-O fcpsnap
             IF cr_fcpsnap = 35 THEN
                OPEN OUTPUT fcpsnap
             END-IF
          CLOSE fcpsnap

          OPEN I-O fcatch
             IF cr_fcatch = 35 THEN
                OPEN OUTPUT fcatch
             END-IF
          CLOSE fcatch

          OPEN I-O freferral
             IF cr_freferral = 35 THEN
                OPEN OUTPUT freferral
             END-IF
          CLOSE freferral

          OPEN I-O fxfer
             IF cr_fxfer = 35 THEN
                OPEN OUTPUT fxfer
             END-IF
          CLOSE fxfer

          OPEN I-O fxferl
             IF cr_fxferl = 35 THEN
                OPEN OUTPUT fxferl
             END-IF
          CLOSE fxferl

          OPEN I-O fanxst
             IF cr_fanxst = 35 THEN
                OPEN OUTPUT fanxst
             END-IF
          CLOSE fanxst

          OPEN I-O fsubscr
             IF cr_fsubscr = 35 THEN
                OPEN OUTPUT fsubscr
             END-IF
          CLOSE fsubscr

          OPEN I-O fdeliv
             IF cr_fdeliv = 35 THEN
                OPEN OUTPUT fdeliv
             END-IF
          CLOSE fdeliv

          OPEN I-O fcomprt
             IF cr_fcomprt = 35 THEN
                OPEN OUTPUT fcomprt
             END-IF
          CLOSE fcomprt

          OPEN I-O fcompmap
             IF cr_fcompmap = 35 THEN
                OPEN OUTPUT fcompmap
             END-IF
          CLOSE fcompmap

          OPEN I-O fbmspend
             IF cr_fbmspend = 35 THEN
                OPEN OUTPUT fbmspend
             END-IF
          CLOSE fbmspend

          OPEN I-O fbmsroom
             IF cr_fbmsroom = 35 THEN
                OPEN OUTPUT fbmsroom
             END-IF
          CLOSE fbmsroom

          OPEN I-O festreg
             IF cr_festreg = 35 THEN
                OPEN OUTPUT festreg
             END-IF
          CLOSE festreg

          OPEN I-O faccr
             IF cr_faccr = 35 THEN
                OPEN OUTPUT faccr
             END-IF
          CLOSE faccr

          OPEN I-O fgrat
             IF cr_fgrat = 35 THEN
                OPEN OUTPUT fgrat
             END-IF
          CLOSE fgrat

          OPEN I-O fgshare
             IF cr_fgshare = 35 THEN
                OPEN OUTPUT fgshare
             END-IF
          CLOSE fgshare

          OPEN I-O fturnar
             IF cr_fturnar = 35 THEN
                OPEN OUTPUT fturnar
             END-IF
          CLOSE fturnar

          OPEN I-O fwhatif
             IF cr_fwhatif = 35 THEN
                OPEN OUTPUT fwhatif
             END-IF
          CLOSE fwhatif

          OPEN I-O fpayarch
             IF cr_fpayarch = 35 THEN
                OPEN OUTPUT fpayarch
             END-IF
          CLOSE fpayarch

          OPEN I-O fextarch
             IF cr_fextarch = 35 THEN
                OPEN OUTPUT fextarch
             END-IF
          CLOSE fextarch

          OPEN I-O finvarch
             IF cr_finvarch = 35 THEN
                OPEN OUTPUT finvarch
             END-IF
          CLOSE finvarch

          OPEN I-O fautharch
             IF cr_fautharch = 35 THEN
                OPEN OUTPUT fautharch
             END-IF
          CLOSE fautharch

          OPEN I-O fkeyarch
             IF cr_fkeyarch = 35 THEN
                OPEN OUTPUT fkeyarch
             END-IF
          CLOSE fkeyarch

          OPEN I-O froominv
             IF cr_froominv = 35 THEN
                OPEN OUTPUT froominv
             END-IF
          CLOSE froominv

          OPEN I-O fparam
             IF cr_fparam = 35 THEN
                OPEN OUTPUT fparam
             MOVE "BUFH" TO fpar_key
             MOVE 4.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "STLD" TO fpar_key
             MOVE 3 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "BNKD" TO fpar_key
             MOVE 5 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "PDLM" TO fpar_key
             MOVE 50.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "RFMV" TO fpar_key
             MOVE 20.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "HLNG" TO fpar_key
             MOVE 1.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "APTL" TO fpar_key
             MOVE 2.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "LOAD" TO fpar_key
             MOVE 25.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "LVBD" TO fpar_key
             MOVE 25.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "LVSY" TO fpar_key
             MOVE 5.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "LVSX" TO fpar_key
             MOVE 5.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "LVCO" TO fpar_key
             MOVE 5.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "RSST" TO fpar_key
             MOVE 8.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "RSSH" TO fpar_key
             MOVE 8.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "RSCM" TO fpar_key
             MOVE 120.00 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "PRPH" TO fpar_key
             MOVE 24 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "ACCB" TO fpar_key
             MOVE 20 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "IDL0" TO fpar_key
             MOVE 5 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "IDL1" TO fpar_key
             MOVE 15 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "IDL2" TO fpar_key
             MOVE 10 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "IDL3" TO fpar_key
             MOVE 15 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "CPOP" TO fpar_key
             MOVE 7 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "CPCL" TO fpar_key
             MOVE 23 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XSHZ" TO fpar_key
             MOVE 7 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XSAG" TO fpar_key
             MOVE 30 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "ANXF" TO fpar_key
             MOVE 0 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "ANDB" TO fpar_key
             MOVE 3 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "DLTR" TO fpar_key
             MOVE 3 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "CPDY" TO fpar_key
             MOVE 14 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "CPTH" TO fpar_key
             MOVE 10 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "BMSL" TO fpar_key
             MOVE 60 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "BMSE" TO fpar_key
             MOVE 60 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "CRWP" TO fpar_key
             MOVE 80 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "NSBL" TO fpar_key
             MOVE 2 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "GRRL" TO fpar_key
             MOVE 1 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XCPC" TO fpar_key
             MOVE 200 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XCMN" TO fpar_key
             MOVE 2 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XCLF" TO fpar_key
             MOVE 22 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "XCLT" TO fpar_key
             MOVE 6 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "TATG" TO fpar_key
             MOVE 60 TO fpar_value
             PERFORM SEED_ONE_PARAM
             MOVE "ARHD" TO fpar_key
             MOVE 180 TO fpar_value
             PERFORM SEED_ONE_PARAM
          CLOSE fparam

          OPEN I-O fctrl
             PERFORM SEED_ONE_COUNTER
             MOVE "RUN " TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "BDYR" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "BDMD" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "ALOT" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "AVOI" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "INVY" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "AVOY" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "SRFZ" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "STLM" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "PDOT" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "DISP" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "SGHT" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "WOPT" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "PMPL" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "PMDN" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "SINV" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "SINL" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "PREP" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "CTCH" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "XREF" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "XFER" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "XFRL" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "DLVR" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "BMSC" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "ESTR" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "GRAT" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "GSHR" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "TURN" TO fctl_key
             PERFORM SEED_ONE_COUNTER
             MOVE "RINV" TO fctl_key
             PERFORM SEED_ONE_COUNTER
          CLOSE fctrl

          OPEN I-O fpromo
                   WRITE tamp_fparam
           END-READ.

      * frplan JUST CREATED AND OPEN - STARTS THE HOUSE OFF WITH THE
      * THREE USUAL PLANS: FLEX ON THE OLD HOUSE TERMS (FREE UP TO
      * 24H OUT, HALF THE DEPOSIT INSIDE THAT, ALL OF IT ON A
      * NO-SHOW), NONREF AT 15% OFF FULLY PREPAID AND NEVER
      * REFUNDED, MEMBER AT 10% OFF WITH THE FLEX TERMS. THE ADMIN
      * RE-PRICES OR WITHDRAWS THEM THROUGH SET_RATE_PLAN.
       SEED_RATE_PLANS.
           MOVE "FLEX    " TO frp_code
           MOVE "FLEXIBLE" TO frp_nom
           MOVE 0 TO frp_adj_mode
           MOVE 0 TO frp_adj_pct
           MOVE 0 TO frp_prepay_pct
           MOVE 24 TO frp_free_hours
           MOVE 50 TO frp_late_pct
           MOVE 100 TO frp_noshow_pct
           MOVE 0 TO frp_status
           WRITE tamp_frplan
           MOVE "NONREF  " TO frp_code
           MOVE "NON-REFUNDABLE -15%" TO frp_nom
           MOVE 15 TO frp_adj_pct
           MOVE 100 TO frp_prepay_pct
           MOVE 0 TO frp_free_hours
           MOVE 100 TO frp_late_pct
           WRITE tamp_frplan
           MOVE "MEMBER  " TO frp_code
           MOVE "MEMBER RATE -10%" TO frp_nom
           MOVE 10 TO frp_adj_pct
           MOVE 0 TO frp_prepay_pct
           MOVE 24 TO frp_free_hours
           MOVE 50 TO frp_late_pct
           WRITE tamp_frplan.

      * THE STARTING LIST OF MARKET SEGMENTS - MAINTAINED AFTERWARDS
      * FROM THE RATES MENU
       SEED_MARKET_SEGMENTS.
           MOVE 0 TO fsg_status
           MOVE "COUPLE" TO fsg_code
           MOVE "COUPLES" TO fsg_label
           WRITE tamp_fseg
           MOVE "BIZDAY" TO fsg_code
           MOVE "BUSINESS DAY-USE" TO fsg_label
           WRITE tamp_fseg
           MOVE "EVENT" TO fsg_code
           MOVE "EVENT / GROUP PARTY" TO fsg_label
           WRITE tamp_fseg
           MOVE "LOCAL" TO fsg_code
           MOVE "LOCAL REGULARS" TO fsg_label
           WRITE tamp_fseg
           MOVE "OTHER" TO fsg_code
           MOVE "OTHER / UNSPECIFIED" TO fsg_label
           WRITE tamp_fseg.


       CONNECTION.
           MOVE 0 TO Wvalide



      * RUN AS EACH SESSION OPENS - THE IDLE LIMIT FOR THE USER'S
      * ROLE FROM fparam IDL0 (RECEPTION) .. IDL3 (MAINTENANCE), IN
      * MINUTES. 0 LEAVES THE TERMINAL UNLOCKED; THE MENUS THEN
      * SIMPLY REDRAW EVERY HOUR.
       IDLE_LOAD_LIMIT.
           MOVE SPACES TO fpar_key
           STRING "IDL" WS-CURRENT-USER-TYPE DELIMITED BY SIZE
               INTO fpar_key
           PERFORM GET_PARAM_RATE
           MOVE fpar_value TO WS-IDL-LIMIT
           IF WS-IDL-LIMIT = 0 THEN
               MOVE 3600 TO WS-IDL-WAIT
           ELSE
               COMPUTE WS-IDL-WAIT = WS-IDL-LIMIT * 60
           END-IF.

      * WALL-CLOCK SECONDS INTO WS-IDL-NOW (DAY NUMBER TIMES 86400
      * PLUS THE TIME OF DAY) SO A WAIT ACROSS MIDNIGHT STILL COUNTS.
       IDLE_NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-IDL-STAMP
           COMPUTE WS-IDL-NOW =
               FUNCTION INTEGER-OF-DATE(WS-IDL-STAMP-DATE) * 86400
               + WS-IDL-STAMP-HOURS * 3600
               + WS-IDL-STAMP-MINUTE * 60 + WS-IDL-STAMP-SECOND.

      * RUN JUST BEFORE A MENU IS PUT UP.
       IDLE_ARM.
           PERFORM IDLE_NOW
           MOVE WS-IDL-NOW TO WS-IDL-START.

      * RUN JUST AFTER A MENU COMES BACK - A MENU THAT WAITED OUT ITS
      * WHOLE TIME-OUT CAME BACK WITHOUT A CHOICE (MENU-PICK 98, NO
      * ACTION); PAST THE ROLE'S LIMIT THE TERMINAL IS LOCKED.
      * WS-IDL-TIMED TELLS A DATA SCREEN ITS ACCEPT WAS NOT KEYED.
       IDLE_CHECK.
           PERFORM IDLE_NOW
           MOVE 0 TO WS-IDL-TIMED
           IF WS-IDL-NOW - WS-IDL-START >= WS-IDL-WAIT THEN
               MOVE 98 TO MENU-PICK
               MOVE 1 TO WS-IDL-TIMED
               IF WS-IDL-LIMIT NOT = 0 THEN
                   PERFORM IDLE_LOCK
               END-IF
           END-IF.

      * THE TERMINAL WAS LEFT ALONE PAST THE LIMIT - THE LOCK IS
      * AUDITED AND THE LOGIN SCREEN PUT BACK. THE SAME USER RESUMES
      * WHERE THEY WERE; ANYONE ELSE FIRST SETTLES THE PREVIOUS
      * USER'S SHIFT (IDLE_TAKEOVER), THEN THE MENUS UNWIND AND
      * MAIN-LOGIC OPENS A FRESH SESSION FOR THE NEW USER.
       IDLE_LOCK.
           MOVE "fpers" TO WS-AUDIT-FILE
           MOVE WS-CURRENT-USER-NUM TO WS-AUDIT-KEY
           MOVE "IDLELOCK" TO WS-AUDIT-OP
           PERFORM AUDIT_LOG
           MOVE WS-CURRENT-USER-NUM TO WS-IDL-PREV-NUM
           MOVE WS-CURRENT-USER-FIRSTNAME TO WS-IDL-PREV-NAME
           MOVE WS-SHIFT-NUM TO WS-IDL-PREV-SHIFT
           MOVE 0 TO WS-LOGIN
           MOVE SPACES TO WS-PASSWORD
           MOVE "SESSION LOCKED AFTER INACTIVITY - PLEASE LOG IN" TO
               ERROR-MESSAGE
           PERFORM CONNECTION
           IF WS-CURRENT-USER-NUM = WS-IDL-PREV-NUM THEN
               MOVE "fpers" TO WS-AUDIT-FILE
               MOVE WS-CURRENT-USER-NUM TO WS-AUDIT-KEY
               MOVE "IDLERESUME" TO WS-AUDIT-OP
               PERFORM AUDIT_LOG
               MOVE "SESSION RESUMED" TO ERROR-MESSAGE
           ELSE
               MOVE "fpers" TO WS-AUDIT-FILE
               MOVE WS-IDL-PREV-NUM TO WS-AUDIT-KEY
               MOVE "IDLETAKE" TO WS-AUDIT-OP
               PERFORM AUDIT_LOG
               PERFORM IDLE_TAKEOVER
               MOVE 1 TO WS-IDL-SWITCH
               MOVE 1 TO Wstop
           END-IF.

      * A DIFFERENT USER LOGGED IN OVER A LOCKED SESSION - AN OPEN
      * DRAWER SHIFT MUST EITHER BE CLOSED NOW (COUNTED BY THE NEW
      * USER, PREVIOUS USER CLOCKED OUT) OR HANDED BACK WITH A
      * HANDOVER NOTE, LEAVING IT OPEN FOR ITS OWNER TO RESUME AT
      * THEIR NEXT LOGIN. WITH NO SHIFT THE PREVIOUS USER IS JUST
      * CLOCKED OUT.
       IDLE_TAKEOVER.
           IF WS-IDL-PREV-SHIFT = 0 THEN
               PERFORM IDLE_PUNCH_OUT_PREVIOUS
           ELSE
               MOVE 0 TO WS-IDL-DONE
               PERFORM WITH TEST AFTER UNTIL WS-IDL-DONE = 1
                   MOVE 0 TO MENU-PICK
                   ACCEPT IDLE-TAKEOVER-SCREEN
                   MOVE " " TO ERROR-MESSAGE
                   EVALUATE MENU-PICK
                       WHEN 1
                           MOVE WS-IDL-PREV-SHIFT TO WS-SHIFT-NUM
                           PERFORM CLOSE_CLERK_SHIFT
                           PERFORM IDLE_PUNCH_OUT_PREVIOUS
                           MOVE 1 TO WS-IDL-DONE
                       WHEN 2
                           PERFORM ADD_HANDOVER_NOTE
                           IF ERROR-MESSAGE = "HANDOVER NOTE SAVED"
                               THEN
                               MOVE "fshift" TO WS-AUDIT-FILE
                               MOVE WS-IDL-PREV-SHIFT TO WS-AUDIT-KEY
                               MOVE "HANDBACK" TO WS-AUDIT-OP
                               PERFORM AUDIT_LOG
                               MOVE 1 TO WS-IDL-DONE
                           END-IF
                       WHEN OTHER
                           MOVE "CHOOSE 1 OR 2" TO ERROR-MESSAGE
                   END-EVALUATE
               END-PERFORM
           END-IF
           MOVE 0 TO WS-SHIFT-NUM.

      * PUNCH_CLOCK_OUT WORKS ON WS-CURRENT-USER-NUM - BORROWED FOR
      * THE PREVIOUS USER, THEN GIVEN BACK TO THE ONE NOW LOGGED IN.
       IDLE_PUNCH_OUT_PREVIOUS.
           MOVE WS-CURRENT-USER-NUM TO WS-IDL-NEW-NUM
           MOVE WS-IDL-PREV-NUM TO WS-CURRENT-USER-NUM
           PERFORM PUNCH_CLOCK_OUT
           MOVE WS-IDL-NEW-NUM TO WS-CURRENT-USER-NUM.


       RECEPTION-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT RECEPTION-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM DAY_GRID
                   WHEN 2
                       PERFORM ADD_HANDOVER_NOTE
                   WHEN 14
                       PERFORM PROCESS_DUE_ALERTS
                   WHEN 15
                       PERFORM PETTY_CASH_PAID_OUT
                   WHEN 16
                       PERFORM UNCONFIRMED_ARRIVALS_CALL_LIST
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       ADMIN-RECEPTION-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT A-RECEPTION-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM DAY_GRID
                   WHEN 2
                       PERFORM ADD_HANDOVER_NOTE
                   WHEN 15
                       PERFORM PROCESS_DUE_ALERTS
                   WHEN 16
                       PERFORM PETTY_CASH_PAID_OUT
                   WHEN 17
                       PERFORM UNCONFIRMED_ARRIVALS_CALL_LIST
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       CLEANING-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT CLEANING-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM DISPLAY_MISSION
                   WHEN 2
                       PERFORM RETURN_LAUNDRY
                   WHEN 17
                       PERFORM RUN_STOCKTAKE
                   WHEN 18
                       PERFORM ADD_ROOM_SIGHTINGS
                   WHEN 19
                       PERFORM STOCK_TRANSFER_OUT
                   WHEN 20
                       PERFORM STOCK_TRANSFER_IN
                   WHEN 21
                       PERFORM STOCK_TRANSFER_HISTORY
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       MAINTENANCE-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT MAINTENANCE-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM TECH_WORK_QUEUE
                   WHEN 2
                       PERFORM TECH_START_WORK_ORDER
                   WHEN 3
                       PERFORM TECH_DRAW_PARTS
                   WHEN 4
                       PERFORM TECH_FINISH_WORK_ORDER
                   WHEN 5
                       PERFORM CHANGE_PASSWORD
                   WHEN 6
                       PERFORM EQUIPMENT_SERVICE_HISTORY
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       ADMINISTRATION-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT ADMINISTRATION-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM ROOMS-MENU-LOOP
                   WHEN 2
                       PERFORM ADD_ROOM_TYPE
                   WHEN 40
                       PERFORM RENAME_ROOM_TYPE
                   WHEN 41
                       PERFORM RATES-MENU-LOOP
                   WHEN 42
                       PERFORM DISPUTES-MENU-LOOP
                   WHEN 43
                       PERFORM SET_MONTHLY_BUDGET
                   WHEN 44
                       PERFORM MESSAGES-MENU-LOOP
                   WHEN 45
                       PERFORM SUP-INVOICES-MENU-LOOP
                   WHEN 46
                       PERFORM CLOCK-CHANGES-MENU-LOOP
                   WHEN 47
                       PERFORM PACKAGES-MENU-LOOP
                   WHEN 48
                       PERFORM ACCESS-MENU-LOOP
                   WHEN 49
                       PERFORM SUBSCRIPTIONS-MENU-LOOP
                   WHEN 50
                       PERFORM COMPETITOR-MENU-LOOP
                   WHEN 51
                       PERFORM SET_COMPANY_CREDIT_LIMIT
                   WHEN 52
                       PERFORM SET_STATEMENT_DELIVERY
                   WHEN 53
                       PERFORM RESEND_E_STATEMENT
                   WHEN 54
                       PERFORM DISTRIBUTE_GRATUITIES
                   WHEN 55
                       PERFORM ADD_WHATIF_LINE
                   WHEN 56
                       PERFORM TARIFF_WHATIF
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       RATES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT RATES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SET_RATE_PLAN
                   WHEN 2
                       PERFORM DISPLAY_RATE_PLANS
                   WHEN 3
                       PERFORM ADD_ALLOTMENT
                   WHEN 4
                       PERFORM END_ALLOTMENT
                   WHEN 5
                       PERFORM DISPLAY_ALLOTMENTS
                   WHEN 6
                       PERFORM SET_MARKET_SEGMENT
                   WHEN 7
                       PERFORM DISPLAY_MARKET_SEGMENTS
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       MESSAGES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT MESSAGES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SET_MESSAGE_TEMPLATE
                   WHEN 2
                       PERFORM DISPLAY_MESSAGE_TEMPLATES
                   WHEN 3
                       PERFORM DELETE_MESSAGE_TEMPLATE
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       DISPUTES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT DISPUTES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM ADD_CARD_DISPUTE
                   WHEN 2
                       PERFORM RECORD_DISPUTE_OUTCOME
                   WHEN 3
                       PERFORM DISPLAY_DISPUTES
                   WHEN 4
                       PERFORM REPRINT_DISPUTE_PACK
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       SUP-INVOICES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT SUP-INVOICES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM ADD_SUPPLIER_INVOICE
                   WHEN 2
                       PERFORM APPROVE_SUPPLIER_INVOICE
                   WHEN 3
                       PERFORM DISPLAY_SUPPLIER_INVOICES
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       CLOCK-CHANGES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT CLOCK-CHANGES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM ADD_CLOCK_CHANGE
                   WHEN 2
                       PERFORM DELETE_CLOCK_CHANGE
                   WHEN 3
                       PERFORM DISPLAY_CLOCK_CHANGES
                   WHEN 4
                       PERFORM DISPLAY_CLOCK_CROSSINGS
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       PACKAGES-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT PACKAGES-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM ADD_PACKAGE
                   WHEN 2
                       PERFORM RETIRE_PACKAGE
                   WHEN 3
                       PERFORM DISPLAY_PACKAGES
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       SUBSCRIPTIONS-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT SUBSCRIPTIONS-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SET_REPORT_SUBSCRIPTION
                   WHEN 2
                       PERFORM DISPLAY_REPORT_SUBSCRIPTIONS
                   WHEN 3
                       PERFORM DELETE_REPORT_SUBSCRIPTION
                   WHEN 4
                       PERFORM DISPLAY_REPORT_DELIVERIES
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       COMPETITOR-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT COMPETITOR-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SET_COMPETITOR_MAPPING
                   WHEN 2
                       PERFORM DISPLAY_COMPETITOR_MAPPINGS
                   WHEN 3
                       PERFORM DELETE_COMPETITOR_MAPPING
                   WHEN 4
                       PERFORM COMPETITOR_RATE_IMPORT
                   WHEN 5
                       PERFORM COMPETITOR_POSITION_REPORT
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
                       MOVE 1 TO Wstop
                   WHEN OTHER
                       MOVE "INVALID SELECTION" TO ERROR-MESSAGE
               END-EVALUATE
           END-PERFORM.


       ACCESS-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT ACCESS-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       MOVE 1 TO WS-ACC-MODE
                       PERFORM ACCESS_INQUIRY
                   WHEN 2
                       MOVE 2 TO WS-ACC-MODE
                       PERFORM ACCESS_INQUIRY
                   WHEN 3
                       MOVE 3 TO WS-ACC-MODE
                       PERFORM ACCESS_INQUIRY
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       ROOMS-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT ROOMS-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SRCH_ROOM
                   WHEN 2
                       PERFORM EQUIPMENT_DAMAGE_REPORT
                   WHEN 14
                       PERFORM ADD_PARKING_SPOT
                   WHEN 15
                       PERFORM ADD_PM_PLAN
                   WHEN 16
                       PERFORM EQUIPMENT_SERVICE_HISTORY
                   WHEN 17
                       PERFORM ADD_ROOM_RENOVATION
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       STAFF-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT STAFF-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SEARCH_PERSONNEL
                   WHEN 2
                       PERFORM ADD_PUNCH_CORRECTION
                   WHEN 11
                       PERFORM PUNCH_ANOMALY_REPORT
                   WHEN 12
                       MOVE WS-CURRENT-YEAR TO WS-LV-YEAR
                       MOVE WS-CURRENT-MONTH TO WS-LV-MONTH
                       MOVE 0 TO WS-LV-CSV
                       PERFORM LEAVE_BALANCE_STATEMENT
                   WHEN 13
                       PERFORM SET_LEAVE_ENTITLEMENT
                   WHEN 14
                       PERFORM DRAFT_ROSTER_PROPOSAL
                   WHEN 15
                       PERFORM EDIT_ROSTER_PROPOSAL
                   WHEN 16
                       PERFORM PUBLISH_ROSTER_PROPOSAL
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       CUSTOMERS-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT CUSTOMERS-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SEARCH_CLIENT
                   WHEN 2
       RESA-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT RESA-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM SEARCH_RESA
                   WHEN 2
                       PERFORM CREATE_HOLD
                   WHEN 28
                       PERFORM CONVERT_HOLD
                   WHEN 29
                       PERFORM ISSUE_CREDIT_NOTE
                   WHEN 30
                       PERFORM REPRINT_CREDIT_NOTE
                   WHEN 31
                       PERFORM ADD_PREP_ITEM
                   WHEN 32
                       PERFORM DISPLAY_PREP_ITEMS
                   WHEN 33
                       PERFORM OUTAGE_CATCHUP_ENTRY
                   WHEN 34
                       PERFORM OUTAGE_RECONCILE
                   WHEN 35
                       PERFORM RESA_FINDER
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
       STATS-MENU-LOOP.
           MOVE 0 TO Wstop
           PERFORM WITH TEST AFTER UNTIL Wstop = 1
               PERFORM IDLE_ARM
               ACCEPT STATS-MENU-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               EVALUATE MENU-PICK
                   WHEN 98
                       CONTINUE
                   WHEN 1
                       PERFORM DISPLAY_BEST_ROOM
                   WHEN 2
                       PERFORM UPGRADE_REVENUE_REPORT
                   WHEN 15
                       PERFORM NEGOTIATED_VS_RACK_REPORT
                   WHEN 16
                       PERFORM PICKUP_REPORT
                   WHEN 17
                       PERFORM LEAD_TIME_REPORT
                   WHEN 18
                       PERFORM BUDGET_VS_ACTUAL_TODAY
                   WHEN 19
                       PERFORM KPI_REPORT
                   WHEN 20
                       PERFORM SEGMENT_MIX_REPORT
                   WHEN 21
                       PERFORM CANCELLATION_ANALYSIS
                   WHEN 22
                       PERFORM TURNAROUND_MONTH_TO_DATE
                   WHEN 99
                       PERFORM EVACUATION_LIST
                   WHEN 0
