           DISPLAY " 66 fsurv        67 fcert        68 flaun    "
           DISPLAY " 69 flaunl       70 fsup         71 fpor     "
           DISPLAY " 72 fpod         73 famen        74 froomam  "
           DISPLAY " 75 fauth        76 fvch         77 frplan   "
           DISPLAY " 78 fallot       79 favoir       80 fsettle  "
           DISPLAY " 81 fpaidout     82 fdispute     83 fbudget  "
           DISPLAY " 84 fseg         85 ftmpl        86 fsight   "
           DISPLAY " 87 fwopart      88 fpmplan      89 fpmdone  "
           DISPLAY " 90 fsinv        91 fsinvl       92 fleave   "
           DISPLAY " 93 frsp         94 fdst         95 fpkg     "
           DISPLAY " 96 fpksale      97 fprep        98 faccess  "
           DISPLAY " 99 fcpsnap      100 fcatch      101 freferral"
           DISPLAY " 102 fxfer       103 fxferl      104 fanxst  "
           DISPLAY " 105 fsubscr     106 fdeliv      107 fcomprt "
           DISPLAY " 108 fcompmap    109 fbmspend    110 fbmsroom"
           DISPLAY " 111 festreg     112 faccr       113 fgrat   "
           DISPLAY " 114 fgshare     115 fturnar     116 fwhatif "
           DISPLAY " 117 fpayarch    118 fextarch    119 finvarch"
           DISPLAY " 120 fautharch   121 fkeyarch    122 froominv"
           ACCEPT WS-BKP-CHOICE
           DISPLAY "GENERATION (1-" WS-BKP-KEEP-GENS "):"
           ACCEPT WS-BKP-GEN
                   PERFORM RESTORE_FAUTH
               WHEN 76
                   PERFORM RESTORE_FVCH
               WHEN 77
                   PERFORM RESTORE_FRPLAN
               WHEN 78
                   PERFORM RESTORE_FALLOT
               WHEN 79
                   PERFORM RESTORE_FAVOIR
               WHEN 80
                   PERFORM RESTORE_FSETTLE
               WHEN 81
                   PERFORM RESTORE_FPAIDOUT
               WHEN 82
                   PERFORM RESTORE_FDISPUTE
               WHEN 83
                   PERFORM RESTORE_FBUDGET
               WHEN 84
                   PERFORM RESTORE_FSEG
               WHEN 85
                   PERFORM RESTORE_FTMPL
               WHEN 86
                   PERFORM RESTORE_FSIGHT
               WHEN 87
                   PERFORM RESTORE_FWOPART
               WHEN 88
                   PERFORM RESTORE_FPMPLAN
               WHEN 89
                   PERFORM RESTORE_FPMDONE
               WHEN 90
                   PERFORM RESTORE_FSINV
               WHEN 91
                   PERFORM RESTORE_FSINVL
               WHEN 92
                   PERFORM RESTORE_FLEAVE
               WHEN 93
                   PERFORM RESTORE_FRSP
               WHEN 94
                   PERFORM RESTORE_FDST
               WHEN 95
                   PERFORM RESTORE_FPKG
               WHEN 96
                   PERFORM RESTORE_FPKSALE
               WHEN 97
                   PERFORM RESTORE_FPREP
               WHEN 98
                   PERFORM RESTORE_FACCESS
               WHEN 99
                   PERFORM RESTORE_FCPSNAP
               WHEN 100
                   PERFORM RESTORE_FCATCH
               WHEN 101
                   PERFORM RESTORE_FREFERRAL
               WHEN 102
                   PERFORM RESTORE_FXFER
               WHEN 103
                   PERFORM RESTORE_FXFERL
               WHEN 104
                   PERFORM RESTORE_FANXST
               WHEN 105
                   PERFORM RESTORE_FSUBSCR
               WHEN 106
                   PERFORM RESTORE_FDELIV
               WHEN 107
                   PERFORM RESTORE_FCOMPRT
               WHEN 108
                   PERFORM RESTORE_FCOMPMAP
               WHEN 109
                   PERFORM RESTORE_FBMSPEND
               WHEN 110
                   PERFORM RESTORE_FBMSROOM
               WHEN 111
                   PERFORM RESTORE_FESTREG
               WHEN 112
                   PERFORM RESTORE_FACCR
               WHEN 113
                   PERFORM RESTORE_FGRAT
               WHEN 114
                   PERFORM RESTORE_FGSHARE
               WHEN 115
                   PERFORM RESTORE_FTURNAR
               WHEN 116
                   PERFORM RESTORE_FWHATIF
               WHEN 117
                   PERFORM RESTORE_FPAYARCH
               WHEN 118
                   PERFORM RESTORE_FEXTARCH
               WHEN 119
                   PERFORM RESTORE_FINVARCH
               WHEN 120
                   PERFORM RESTORE_FAUTHARCH
               WHEN 121
                   PERFORM RESTORE_FKEYARCH
               WHEN 122
                   PERFORM RESTORE_FROOMINV
               WHEN OTHER
                   DISPLAY "NO SUCH FILE"
               END-EVALUATE
               DISPLAY "fvch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS frplan FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FRPLAN.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_frplan_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT frplan
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_frplan
                           WRITE tamp_frplan
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE frplan
               CLOSE fbkup
               DISPLAY "frplan REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fallot FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FALLOT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fallot_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fallot
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fallot
                           WRITE tamp_fallot
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fallot
               CLOSE fbkup
               DISPLAY "fallot REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS favoir FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FAVOIR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_favoir_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT favoir
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_favoir
                           WRITE tamp_favoir
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE favoir
               CLOSE fbkup
               DISPLAY "favoir REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fsettle FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSETTLE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsettle_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fsettle
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fsettle
                           WRITE tamp_fsettle
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fsettle
               CLOSE fbkup
               DISPLAY "fsettle REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpaidout FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPAIDOUT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpaidout_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpaidout
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpaidout
                           WRITE tamp_fpaidout
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpaidout
               CLOSE fbkup
               DISPLAY "fpaidout REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fdispute FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FDISPUTE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdispute_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fdispute
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fdispute
                           WRITE tamp_fdispute
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fdispute
               CLOSE fbkup
               DISPLAY "fdispute REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fbudget FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FBUDGET.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbudget_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fbudget
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fbudget
                           WRITE tamp_fbudget
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fbudget
               CLOSE fbkup
               DISPLAY "fbudget REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fseg FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSEG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fseg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fseg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fseg
                           WRITE tamp_fseg
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fseg
               CLOSE fbkup
               DISPLAY "fseg REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS ftmpl FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FTMPL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_ftmpl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT ftmpl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_ftmpl
                           WRITE tamp_ftmpl
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE ftmpl
               CLOSE fbkup
               DISPLAY "ftmpl REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fsight FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSIGHT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsight_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fsight
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fsight
                           WRITE tamp_fsight
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fsight
               CLOSE fbkup
               DISPLAY "fsight REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fwopart FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FWOPART.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fwopart_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fwopart
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fwopart
                           WRITE tamp_fwopart
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fwopart
               CLOSE fbkup
               DISPLAY "fwopart REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpmplan FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPMPLAN.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpmplan_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpmplan
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpmplan
                           WRITE tamp_fpmplan
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpmplan
               CLOSE fbkup
               DISPLAY "fpmplan REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpmdone FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPMDONE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpmdone_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpmdone
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpmdone
                           WRITE tamp_fpmdone
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpmdone
               CLOSE fbkup
               DISPLAY "fpmdone REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fsinv FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSINV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsinv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fsinv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fsinv
                           WRITE tamp_fsinv
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fsinv
               CLOSE fbkup
               DISPLAY "fsinv REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fsinvl FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSINVL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsinvl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fsinvl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fsinvl
                           WRITE tamp_fsinvl
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fsinvl
               CLOSE fbkup
               DISPLAY "fsinvl REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fleave FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FLEAVE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fleave_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fleave
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fleave
                           WRITE tamp_fleave
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fleave
               CLOSE fbkup
               DISPLAY "fleave REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS frsp FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FRSP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_frsp_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT frsp
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_frsp
                           WRITE tamp_frsp
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE frsp
               CLOSE fbkup
               DISPLAY "frsp REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fdst FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FDST.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdst_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fdst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fdst
                           WRITE tamp_fdst
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fdst
               CLOSE fbkup
               DISPLAY "fdst REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpkg FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPKG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpkg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpkg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpkg
                           WRITE tamp_fpkg
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpkg
               CLOSE fbkup
               DISPLAY "fpkg REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpksale FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPKSALE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpksale_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpksale
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpksale
                           WRITE tamp_fpksale
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpksale
               CLOSE fbkup
               DISPLAY "fpksale REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fprep FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPREP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fprep_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fprep
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fprep
                           WRITE tamp_fprep
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fprep
               CLOSE fbkup
               DISPLAY "fprep REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS faccess FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FACCESS.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_faccess_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT faccess
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_faccess
                           WRITE tamp_faccess
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE faccess
               CLOSE fbkup
               DISPLAY "faccess REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fcpsnap FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FCPSNAP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcpsnap_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fcpsnap
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fcpsnap
                           WRITE tamp_fcpsnap
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fcpsnap
               CLOSE fbkup
               DISPLAY "fcpsnap REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fcatch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FCATCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcatch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fcatch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fcatch
                           WRITE tamp_fcatch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fcatch
               CLOSE fbkup
               DISPLAY "fcatch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS freferral FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FREFERRAL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_freferral_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT freferral
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_freferral
                           WRITE tamp_freferral
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE freferral
               CLOSE fbkup
               DISPLAY "freferral REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fxfer FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FXFER.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fxfer_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fxfer
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fxfer
                           WRITE tamp_fxfer
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fxfer
               CLOSE fbkup
               DISPLAY "fxfer REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fxferl FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FXFERL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fxferl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fxferl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fxferl
                           WRITE tamp_fxferl
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fxferl
               CLOSE fbkup
               DISPLAY "fxferl REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fanxst FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FANXST.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fanxst_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fanxst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fanxst
                           WRITE tamp_fanxst
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fanxst
               CLOSE fbkup
               DISPLAY "fanxst REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fsubscr FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FSUBSCR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsubscr_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fsubscr
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fsubscr
                           WRITE tamp_fsubscr
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fsubscr
               CLOSE fbkup
               DISPLAY "fsubscr REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fdeliv FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FDELIV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdeliv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fdeliv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fdeliv
                           WRITE tamp_fdeliv
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fdeliv
               CLOSE fbkup
               DISPLAY "fdeliv REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fcomprt FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FCOMPRT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcomprt_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fcomprt
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fcomprt
                           WRITE tamp_fcomprt
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fcomprt
               CLOSE fbkup
               DISPLAY "fcomprt REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fcompmap FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FCOMPMAP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcompmap_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fcompmap
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fcompmap
                           WRITE tamp_fcompmap
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fcompmap
               CLOSE fbkup
               DISPLAY "fcompmap REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fbmspend FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FBMSPEND.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbmspend_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fbmspend
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fbmspend
                           WRITE tamp_fbmspend
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fbmspend
               CLOSE fbkup
               DISPLAY "fbmspend REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fbmsroom FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FBMSROOM.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbmsroom_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fbmsroom
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fbmsroom
                           WRITE tamp_fbmsroom
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fbmsroom
               CLOSE fbkup
               DISPLAY "fbmsroom REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS festreg FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FESTREG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_festreg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT festreg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_festreg
                           WRITE tamp_festreg
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE festreg
               CLOSE fbkup
               DISPLAY "festreg REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS faccr FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FACCR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_faccr_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT faccr
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_faccr
                           WRITE tamp_faccr
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE faccr
               CLOSE fbkup
               DISPLAY "faccr REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fgrat FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FGRAT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fgrat_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fgrat
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fgrat
                           WRITE tamp_fgrat
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fgrat
               CLOSE fbkup
               DISPLAY "fgrat REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fgshare FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FGSHARE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fgshare_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fgshare
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fgshare
                           WRITE tamp_fgshare
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fgshare
               CLOSE fbkup
               DISPLAY "fgshare REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fturnar FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FTURNAR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fturnar_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fturnar
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fturnar
                           WRITE tamp_fturnar
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fturnar
               CLOSE fbkup
               DISPLAY "fturnar REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fwhatif FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FWHATIF.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fwhatif_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fwhatif
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fwhatif
                           WRITE tamp_fwhatif
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fwhatif
               CLOSE fbkup
               DISPLAY "fwhatif REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fpayarch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FPAYARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpayarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fpayarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fpayarch
                           WRITE tamp_fpayarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fpayarch
               CLOSE fbkup
               DISPLAY "fpayarch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fextarch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FEXTARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fextarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fextarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fextarch
                           WRITE tamp_fextarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fextarch
               CLOSE fbkup
               DISPLAY "fextarch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS finvarch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FINVARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_finvarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT finvarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_finvarch
                           WRITE tamp_finvarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE finvarch
               CLOSE fbkup
               DISPLAY "finvarch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fautharch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FAUTHARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fautharch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fautharch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fautharch
                           WRITE tamp_fautharch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fautharch
               CLOSE fbkup
               DISPLAY "fautharch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS fkeyarch FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FKEYARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fkeyarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT fkeyarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_fkeyarch
                           WRITE tamp_fkeyarch
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE fkeyarch
               CLOSE fbkup
               DISPLAY "fkeyarch REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.
      * REBUILDS froominv FROM THE CHOSEN GENERATION, COUNTING AS IT
      * LOADS.
       RESTORE_FROOMINV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_froominv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
           IF cr_fbkup NOT = "00" THEN
               DISPLAY "NO SUCH BACKUP SET: "
                   FUNCTION TRIM(WS-BKP-NAME)
               CLOSE fbkup
           ELSE
               OPEN OUTPUT froominv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE tamp_fbkup TO tamp_froominv
                           WRITE tamp_froominv
                               INVALID KEY
                                   DISPLAY "RELOAD CLASH"
                           END-WRITE
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
               CLOSE froominv
               CLOSE fbkup
               DISPLAY "froominv REBUILT - " WS-BKP-CHK-COUNT
                   " RECORDS FROM G" WS-BKP-GEN
           END-IF.

      * THE RESTORE RUN PUTS NO SCREEN UP - NOTHING CAN TIME OUT.
       IDLE_ARM.
           MOVE 0 TO WS-IDL-TIMED.

       IDLE_CHECK.
           MOVE 0 TO WS-IDL-TIMED.

           COPY "section_general.cpy".
           COPY "section_adding.cpy".
