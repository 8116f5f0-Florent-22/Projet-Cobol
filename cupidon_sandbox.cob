           CLOSE fpunch
           OPEN OUTPUT frtype
           CLOSE frtype
           OPEN OUTPUT frplan
           CLOSE frplan
           OPEN OUTPUT fallot
           CLOSE fallot
           OPEN OUTPUT favoir
           CLOSE favoir
           OPEN OUTPUT fsettle
           CLOSE fsettle
           OPEN OUTPUT fpaidout
           CLOSE fpaidout
           OPEN OUTPUT fdispute
           CLOSE fdispute
           OPEN OUTPUT fbudget
           CLOSE fbudget
           OPEN OUTPUT fseg
           CLOSE fseg
           OPEN OUTPUT ftmpl
           CLOSE ftmpl
           OPEN OUTPUT fsight
           CLOSE fsight
           OPEN OUTPUT fwopart
           CLOSE fwopart
           OPEN OUTPUT fpmplan
           CLOSE fpmplan
           OPEN OUTPUT fpmdone
           CLOSE fpmdone
           OPEN OUTPUT fsinv
           CLOSE fsinv
           OPEN OUTPUT fsinvl
           CLOSE fsinvl
           OPEN OUTPUT fleave
           CLOSE fleave
           OPEN OUTPUT frsp
           CLOSE frsp
           OPEN OUTPUT fdst
           CLOSE fdst
           OPEN OUTPUT fpkg
           CLOSE fpkg
           OPEN OUTPUT fpksale
           CLOSE fpksale
           OPEN OUTPUT fprep
           CLOSE fprep
           OPEN OUTPUT faccess
           CLOSE faccess
           OPEN OUTPUT fcpsnap
           CLOSE fcpsnap
           OPEN OUTPUT fcatch
           CLOSE fcatch
           OPEN OUTPUT freferral
           CLOSE freferral
           OPEN OUTPUT fxfer
           CLOSE fxfer
           OPEN OUTPUT fxferl
           CLOSE fxferl
           OPEN OUTPUT fanxst
           CLOSE fanxst
           OPEN OUTPUT fsubscr
           CLOSE fsubscr
           OPEN OUTPUT fdeliv
           CLOSE fdeliv
           OPEN OUTPUT fcomprt
           CLOSE fcomprt
           OPEN OUTPUT fcompmap
           CLOSE fcompmap
           OPEN OUTPUT fbmspend
           CLOSE fbmspend
           OPEN OUTPUT fbmsroom
           CLOSE fbmsroom
           OPEN OUTPUT festreg
           CLOSE festreg
           OPEN OUTPUT faccr
           CLOSE faccr
           OPEN OUTPUT fgrat
           CLOSE fgrat
           OPEN OUTPUT fgshare
           CLOSE fgshare
           OPEN OUTPUT fturnar
           CLOSE fturnar
           OPEN OUTPUT fwhatif
           CLOSE fwhatif
           OPEN OUTPUT fpayarch
           CLOSE fpayarch
           OPEN OUTPUT fextarch
           CLOSE fextarch
           OPEN OUTPUT finvarch
           CLOSE finvarch
           OPEN OUTPUT fautharch
           CLOSE fautharch
           OPEN OUTPUT fkeyarch
           CLOSE fkeyarch
           OPEN OUTPUT froominv
           CLOSE froominv
           OPEN OUTPUT fnotif
           CLOSE fnotif
           OPEN OUTPUT fnotifst
           CLOSE fkeycmd
           OPEN OUTPUT fkeyack
           CLOSE fkeyack
           OPEN OUTPUT fbmscmd
           CLOSE fbmscmd
           OPEN OUTPUT fbmsack
           CLOSE fbmsack
           OPEN OUTPUT fbmslog
           CLOSE fbmslog
           OPEN OUTPUT fchgfeed
           CLOSE fchgfeed
           OPEN OUTPUT fchgrej
           CLOSE fmbrlog
           OPEN OUTPUT fstoprsp
           CLOSE fstoprsp
           OPEN OUTPUT freply
           CLOSE freply
           OPEN OUTPUT fhhout
           CLOSE fhhout
           OPEN OUTPUT fhhin
           CLOSE fhhin
           OPEN OUTPUT fhhrej
           CLOSE fhhrej
           OPEN OUTPUT fkioskin
           CLOSE fkioskin
           OPEN OUTPUT fkioskout
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
               MOVE 2 TO fcl_numCl
               MOVE "MARTIN" TO fcl_nom
           MOVE 0 TO fp_cap_day_min
           MOVE 0 TO fp_cap_week_min
           MOVE 1 TO fp_site
           MOVE ZEROS TO fp_hourly_cost
           OPEN I-O fpers
               WRITE tamp_fpers
           CLOSE fpers.
               WRITE tamp_fparam
           CLOSE fparam.

      * THE SANDBOX BUILD PUTS NO SCREEN UP - NOTHING CAN TIME OUT.
       IDLE_ARM.
           MOVE 0 TO WS-IDL-TIMED.

       IDLE_CHECK.
           MOVE 0 TO WS-IDL-TIMED.

           COPY "section_general.cpy".
           COPY "section_adding.cpy".
           COPY "section_modify.cpy".
