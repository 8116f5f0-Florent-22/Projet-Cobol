           MOVE 0 TO WS-RPT-MODE
           PERFORM CREATE_FILES.
           PERFORM RESOLVE_SITE_CODE.
           PERFORM LOAD_BUSINESS_DATE.
           PERFORM SEED_BATCH_SCHEDULE.
           PERFORM OPEN_BATCH_RUN.
           PERFORM MARK_SPOOL_INDEX.
      * THE OLD HARDCODED CHAIN IS NOW THE SEEDED ORDER OF THE
      * SCHEDULE TABLE - BATCH-MAIN JUST WALKS IT. ONE JOB IS
      * FETCHED AT A TIME BY A KEYED CURSOR (THE JOBS THEMSELVES
                   PERFORM RUN_SCHEDULED_JOB
                   PERFORM STAMP_JOB_LAST_RUN
                   PERFORM WRITE_RUN_STEP_END
                   PERFORM QUEUE_REPORT_DELIVERIES
                   ADD 1 TO WS-SCH-RAN
               END-IF
           END-PERFORM
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


      * DRAWS THIS RUN'S NUMBER FROM THE "BRUN" COUNTER (THE
      * fctrl "RUN " KEY IS ALREADY THE LIVE-SESSION COUNTER AND
           MOVE "OWNER   " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 060 TO fsc_numSc
           MOVE "PICKUP  " TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 061 TO fsc_numSc
           MOVE "ALLOTUTL" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 062 TO fsc_numSc
           MOVE "SALESREG" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 063 TO fsc_numSc
           MOVE "SREGYEAR" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 064 TO fsc_numSc
           MOVE "CARDSTL " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 065 TO fsc_numSc
           MOVE "BANKREC " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 066 TO fsc_numSc
           MOVE "PAIDOUT " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 067 TO fsc_numSc
           MOVE "BUDGETVA" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 068 TO fsc_numSc
           MOVE "RFMSCORE" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 069 TO fsc_numSc
           MOVE "GUESTRPL" TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 070 TO fsc_numSc
           MOVE "HANDHELD" TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 071 TO fsc_numSc
           MOVE "SIGHTCHK" TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 072 TO fsc_numSc
           MOVE "PREVMNT " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 073 TO fsc_numSc
           MOVE "DOWNTIME" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 074 TO fsc_numSc
           MOVE "APEXP   " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 075 TO fsc_numSc
           MOVE "STOCKVAL" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 076 TO fsc_numSc
           MOVE "PROFIT  " TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 077 TO fsc_numSc
           MOVE "ROSTDRFT" TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 078 TO fsc_numSc
           MOVE "DSTCROSS" TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 079 TO fsc_numSc
           MOVE "PREPMIS " TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 080 TO fsc_numSc
           MOVE "IDPROT  " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 081 TO fsc_numSc
           MOVE "ACCALRT " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 082 TO fsc_numSc
           MOVE "CONTPACK" TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 083 TO fsc_numSc
           MOVE "XSITEPUB" TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 084 TO fsc_numSc
           MOVE "XFEREXCH" TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 085 TO fsc_numSc
           MOVE "ANALYTIC" TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 086 TO fsc_numSc
           MOVE "MAILRET " TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 087 TO fsc_numSc
           MOVE "OWNFLASH" TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 088 TO fsc_numSc
           MOVE "COMPIMP " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 089 TO fsc_numSc
           MOVE "COMPPOS " TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 090 TO fsc_numSc
           MOVE "BMSCTL  " TO fsc_code
           MOVE 3 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 091 TO fsc_numSc
           MOVE "BMSACK  " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 092 TO fsc_numSc
           MOVE "BMSUNACK" TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 093 TO fsc_numSc
           MOVE "BMSENRG " TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 094 TO fsc_numSc
           MOVE "CREDEXP " TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 095 TO fsc_numSc
           MOVE "ESTREG  " TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 096 TO fsc_numSc
           MOVE "CANCANL " TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 097 TO fsc_numSc
           MOVE "CLERKXCP" TO fsc_code
           MOVE 1 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 098 TO fsc_numSc
           MOVE "TURNDAY " TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 099 TO fsc_numSc
           MOVE "TURNMON " TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 100 TO fsc_numSc
           MOVE "WHATIFMO" TO fsc_code
           MOVE 2 TO fsc_freq
           PERFORM SEED_ONE_JOB
           MOVE 101 TO fsc_numSc
           MOVE "ARCHCHLD" TO fsc_code
           MOVE 0 TO fsc_freq
           PERFORM SEED_ONE_JOB
          CLOSE fsched.

      * fsc_numSc/fsc_code/fsc_freq MUST BE PRESET AND fsched OPEN
       RUN_SCHEDULED_JOB.
           DISPLAY "BATCH STEP " WS-SCH-LAST " - " WS-SCH-CODE
      *    A TRAINING SANDBOX NEVER TALKS TO THE OUTSIDE WORLD -
      *    THE GATEWAY, POLICE, GL, AP, CHANNEL AND OWNER EXPORTS AND
      *    THE FILES SHARED WITH THE OTHER HOUSE OR THE ANALYTICS
      *    WAREHOUSE ARE SKIPPED WHOLESALE
           IF WS-TRAINING = 1 AND
               (WS-SCH-CODE = "POLICE  " OR
               WS-SCH-CODE = "GLEXP   " OR
               WS-SCH-CODE = "APEXP   " OR
               WS-SCH-CODE = "REMIND  " OR
               WS-SCH-CODE = "BDAY    " OR
               WS-SCH-CODE = "FLASH   " OR
               WS-SCH-CODE = "SITESUM " OR
               WS-SCH-CODE = "COMMIS  " OR
               WS-SCH-CODE = "DUEALERT" OR
               WS-SCH-CODE = "INSTCHAS" OR
               WS-SCH-CODE = "MAILRET " OR
               WS-SCH-CODE = "OWNFLASH" OR
               WS-SCH-CODE = "XSITEPUB" OR
               WS-SCH-CODE = "XFEREXCH" OR
               WS-SCH-CODE = "ANALYTIC") THEN
               DISPLAY "  TRAINING MODE - EXPORT STEP SKIPPED"
           ELSE
           EVALUATE WS-SCH-CODE
                   PERFORM EXPORT_SITE_SUMMARY
               WHEN "OWNER   "
                   PERFORM OWNER_CONSOLIDATION_REPORT
               WHEN "PICKUP  "
                   PERFORM PICKUP_REPORT
               WHEN "ALLOTUTL"
                   PERFORM ALLOTMENT_UTILISATION_REPORT
               WHEN "SALESREG"
                   PERFORM SALES_REGISTER_MONTH
               WHEN "SREGYEAR"
                   PERFORM SALES_REGISTER_FREEZE
               WHEN "CARDSTL "
                   PERFORM CARD_SETTLEMENT_RECON
               WHEN "BANKREC "
                   PERFORM BANK_STATEMENT_IMPORT
               WHEN "PAIDOUT "
                   PERFORM PAID_OUT_REPORT
               WHEN "BUDGETVA"
                   PERFORM BUDGET_VS_ACTUAL_MONTH
               WHEN "RFMSCORE"
                   PERFORM RFM_SCORING_RUN
               WHEN "GUESTRPL"
                   PERFORM PROCESS_GUEST_REPLIES
               WHEN "HANDHELD"
                   PERFORM PROCESS_HANDHELD_EXCHANGE
               WHEN "SIGHTCHK"
                   PERFORM SIGHTING_DISCREPANCY_REPORT
               WHEN "PREVMNT "
                   PERFORM RAISE_PREVENTIVE_WORK_ORDERS
                   PERFORM PM_OVERDUE_REPORT
               WHEN "DOWNTIME"
                   PERFORM DOWNTIME_LOSS_MONTH
               WHEN "APEXP   "
                   PERFORM AP_EXPORT_PAYABLES
               WHEN "STOCKVAL"
                   PERFORM STOCK_VALUATION_MONTH
               WHEN "PROFIT  "
                   PERFORM PROFIT_MONTH
               WHEN "ROSTDRFT"
                   PERFORM ROSTER_DRAFT_WEEK
               WHEN "DSTCROSS"
                   PERFORM DST_CROSSING_WEEK
               WHEN "PREPMIS "
                   PERFORM PREP_MISSION_RUN
               WHEN "IDPROT  "
                   PERFORM PROTECT_IDENTITY_REGISTER
               WHEN "ACCALRT "
                   PERFORM ACCESS_BROWSE_NIGHTLY
               WHEN "CONTPACK"
                   PERFORM CONTINUITY_PACK
               WHEN "XSITEPUB"
                   PERFORM XSITE_PUBLISH
               WHEN "XFEREXCH"
                   PERFORM STOCK_TRANSFER_EXCHANGE
               WHEN "ANALYTIC"
                   PERFORM ANALYTICS_EXTRACT
               WHEN "MAILRET "
                   PERFORM PROCESS_DELIVERY_RETURNS
               WHEN "OWNFLASH"
                   PERFORM MORNING_FLASH
               WHEN "COMPIMP "
                   PERFORM COMPETITOR_RATE_IMPORT
               WHEN "COMPPOS "
                   PERFORM COMPETITOR_POSITION_REPORT
               WHEN "BMSCTL  "
                   PERFORM BMS_CONTROL_ROOMS
               WHEN "BMSACK  "
                   PERFORM PROCESS_BMS_ACKS
               WHEN "BMSUNACK"
                   PERFORM UNACKED_BMS_REPORT
               WHEN "BMSENRG "
                   PERFORM BMS_ENERGY_REPORT
               WHEN "CREDEXP "
                   PERFORM COMPANY_EXPOSURE_REPORT
               WHEN "ESTREG  "
                   PERFORM E_STATEMENT_REGISTER_REPORT
               WHEN "CANCANL "
                   PERFORM CANCELLATION_ANALYSIS
               WHEN "CLERKXCP"
                   PERFORM CLERK_EXCEPTION_REPORT
               WHEN "TURNDAY "
                   PERFORM TURNAROUND_DAILY
               WHEN "TURNMON "
                   PERFORM TURNAROUND_MONTHLY
               WHEN "WHATIFMO"
                   PERFORM TARIFF_WHATIF_MONTHLY
               WHEN "ARCHCHLD"
                   PERFORM ARCHIVE_STAY_CHILDREN
               WHEN OTHER
                   DISPLAY "UNKNOWN JOB CODE " WS-SCH-CODE
                       " - SKIPPED"
               END-READ
           CLOSE fsched.

      * THE BATCH RUN PUTS NO SCREEN UP - NOTHING CAN TIME OUT.
       IDLE_ARM.
           MOVE 0 TO WS-IDL-TIMED.

       IDLE_CHECK.
           MOVE 0 TO WS-IDL-TIMED.

           COPY "section_general.cpy".
           COPY "section_adding.cpy".
           COPY "section_modify.cpy".
