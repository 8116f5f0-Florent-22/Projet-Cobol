           PERFORM BACKUP_FROOMAM.
           PERFORM BACKUP_FAUTH.
           PERFORM BACKUP_FVCH.
           PERFORM BACKUP_FRPLAN.
           PERFORM BACKUP_FALLOT.
           PERFORM BACKUP_FAVOIR.
           PERFORM BACKUP_FSETTLE.
           PERFORM BACKUP_FPAIDOUT.
           PERFORM BACKUP_FDISPUTE.
           PERFORM BACKUP_FBUDGET.
           PERFORM BACKUP_FSEG.
           PERFORM BACKUP_FTMPL.
           PERFORM BACKUP_FSIGHT.
           PERFORM BACKUP_FWOPART.
           PERFORM BACKUP_FPMPLAN.
           PERFORM BACKUP_FPMDONE.
           PERFORM BACKUP_FSINV.
           PERFORM BACKUP_FSINVL.
           PERFORM BACKUP_FLEAVE.
           PERFORM BACKUP_FRSP.
           PERFORM BACKUP_FDST.
           PERFORM BACKUP_FPKG.
           PERFORM BACKUP_FPKSALE.
           PERFORM BACKUP_FPREP.
           PERFORM BACKUP_FACCESS.
           PERFORM BACKUP_FCPSNAP.
           PERFORM BACKUP_FCATCH.
           PERFORM BACKUP_FREFERRAL.
           PERFORM BACKUP_FXFER.
           PERFORM BACKUP_FXFERL.
           PERFORM BACKUP_FANXST.
           PERFORM BACKUP_FSUBSCR.
           PERFORM BACKUP_FDELIV.
           PERFORM BACKUP_FCOMPRT.
           PERFORM BACKUP_FCOMPMAP.
           PERFORM BACKUP_FBMSPEND.
           PERFORM BACKUP_FBMSROOM.
           PERFORM BACKUP_FESTREG.
           PERFORM BACKUP_FACCR.
           PERFORM BACKUP_FGRAT.
           PERFORM BACKUP_FGSHARE.
           PERFORM BACKUP_FTURNAR.
           PERFORM BACKUP_FWHATIF.
           PERFORM BACKUP_FPAYARCH.
           PERFORM BACKUP_FEXTARCH.
           PERFORM BACKUP_FINVARCH.
           PERFORM BACKUP_FAUTHARCH.
           PERFORM BACKUP_FKEYARCH.
           PERFORM BACKUP_FROOMINV.
           CLOSE fbkplog
           IF WS-BKP-OK = 1 THEN
               DISPLAY "BACKUP SET G" WS-BKP-GEN " COMPLETE"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES frplan INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FRPLAN.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_frplan_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT frplan
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frplan NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_frplan TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE frplan
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "frplan: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "frplan: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",frplan,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fallot INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FALLOT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fallot_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fallot
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fallot NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fallot TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fallot
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fallot: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fallot: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fallot,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES favoir INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FAVOIR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_favoir_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT favoir
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ favoir NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_favoir TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE favoir
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "favoir: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "favoir: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",favoir,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fsettle INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSETTLE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsettle_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fsettle
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsettle NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fsettle TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fsettle
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fsettle: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fsettle: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fsettle,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpaidout INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPAIDOUT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpaidout_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpaidout
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpaidout NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpaidout TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpaidout
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpaidout: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpaidout: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpaidout,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fdispute INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FDISPUTE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdispute_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fdispute
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdispute NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fdispute TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fdispute
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fdispute: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fdispute: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fdispute,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fbudget INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FBUDGET.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbudget_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fbudget
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbudget NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fbudget TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbudget
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fbudget: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fbudget: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fbudget,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fseg INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSEG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fseg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fseg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fseg NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fseg TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fseg
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fseg: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fseg: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fseg,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES ftmpl INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FTMPL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_ftmpl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT ftmpl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ ftmpl NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_ftmpl TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE ftmpl
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "ftmpl: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "ftmpl: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",ftmpl,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fsight INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSIGHT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsight_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fsight
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsight NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fsight TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fsight
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fsight: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fsight: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fsight,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fwopart INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FWOPART.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fwopart_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fwopart
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwopart NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fwopart TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fwopart
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fwopart: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fwopart: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fwopart,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpmplan INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPMPLAN.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpmplan_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpmplan
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpmplan NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpmplan TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpmplan
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpmplan: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpmplan: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpmplan,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpmdone INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPMDONE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpmdone_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpmdone
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpmdone NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpmdone TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpmdone
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpmdone: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpmdone: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpmdone,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fsinv INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSINV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsinv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fsinv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsinv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fsinv TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fsinv
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fsinv: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fsinv: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fsinv,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fsinvl INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSINVL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsinvl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fsinvl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsinvl NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fsinvl TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fsinvl
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fsinvl: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fsinvl: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fsinvl,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fleave INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FLEAVE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fleave_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fleave
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fleave NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fleave TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fleave
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fleave: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fleave: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fleave,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES frsp INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FRSP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_frsp_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT frsp
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ frsp NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_frsp TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE frsp
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "frsp: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "frsp: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",frsp,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fdst INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FDST.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdst_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fdst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdst NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fdst TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fdst
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fdst: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fdst: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fdst,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpkg INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPKG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpkg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpkg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpkg NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpkg TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpkg
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpkg: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpkg: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpkg,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpksale INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPKSALE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpksale_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpksale
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpksale NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpksale TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpksale
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpksale: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpksale: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpksale,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fprep INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPREP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fprep_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fprep
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fprep NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fprep TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fprep
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fprep: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fprep: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fprep,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES faccess INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FACCESS.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_faccess_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT faccess
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ faccess NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_faccess TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE faccess
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "faccess: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "faccess: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",faccess,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fcpsnap INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FCPSNAP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcpsnap_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fcpsnap
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcpsnap NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fcpsnap TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fcpsnap
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fcpsnap: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fcpsnap: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fcpsnap,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fcatch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FCATCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcatch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fcatch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcatch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fcatch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fcatch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fcatch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fcatch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fcatch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES freferral INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FREFERRAL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_freferral_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT freferral
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ freferral NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_freferral TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE freferral
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "freferral: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "freferral: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",freferral,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fxfer INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FXFER.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fxfer_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fxfer
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fxfer NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fxfer TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fxfer
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fxfer: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fxfer: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fxfer,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fxferl INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FXFERL.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fxferl_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fxferl
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fxferl NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fxferl TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fxferl
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fxferl: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fxferl: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fxferl,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fanxst INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FANXST.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fanxst_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fanxst
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fanxst NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fanxst TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fanxst
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fanxst: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fanxst: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fanxst,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fsubscr INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FSUBSCR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fsubscr_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fsubscr
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fsubscr NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fsubscr TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fsubscr
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fsubscr: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fsubscr: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fsubscr,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fdeliv INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FDELIV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fdeliv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fdeliv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fdeliv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fdeliv TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fdeliv
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fdeliv: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fdeliv: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fdeliv,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fcomprt INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FCOMPRT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcomprt_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fcomprt
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcomprt NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fcomprt TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fcomprt
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fcomprt: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fcomprt: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fcomprt,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fcompmap INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FCOMPMAP.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fcompmap_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fcompmap
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fcompmap NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fcompmap TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fcompmap
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fcompmap: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fcompmap: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fcompmap,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fbmspend INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FBMSPEND.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbmspend_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fbmspend
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbmspend NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fbmspend TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbmspend
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fbmspend: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fbmspend: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fbmspend,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fbmsroom INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FBMSROOM.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fbmsroom_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fbmsroom
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbmsroom NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fbmsroom TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbmsroom
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fbmsroom: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fbmsroom: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fbmsroom,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES festreg INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FESTREG.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_festreg_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT festreg
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ festreg NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_festreg TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE festreg
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "festreg: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "festreg: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",festreg,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES faccr INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FACCR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_faccr_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT faccr
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ faccr NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_faccr TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE faccr
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "faccr: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "faccr: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",faccr,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fgrat INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FGRAT.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fgrat_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fgrat
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fgrat NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fgrat TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fgrat
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fgrat: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fgrat: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fgrat,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fgshare INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FGSHARE.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fgshare_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fgshare
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fgshare NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fgshare TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fgshare
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fgshare: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fgshare: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fgshare,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fturnar INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FTURNAR.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fturnar_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fturnar
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fturnar NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fturnar TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fturnar
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fturnar: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fturnar: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fturnar,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fwhatif INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FWHATIF.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fwhatif_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fwhatif
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fwhatif NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fwhatif TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fwhatif
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fwhatif: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fwhatif: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fwhatif,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fpayarch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FPAYARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fpayarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fpayarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fpayarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fpayarch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fpayarch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fpayarch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fpayarch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fpayarch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fextarch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FEXTARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fextarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fextarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fextarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fextarch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fextarch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fextarch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fextarch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fextarch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES finvarch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FINVARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_finvarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT finvarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ finvarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_finvarch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE finvarch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "finvarch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "finvarch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",finvarch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fautharch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FAUTHARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fautharch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fautharch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fautharch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fautharch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fautharch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fautharch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fautharch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fautharch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES fkeyarch INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FKEYARCH.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_fkeyarch_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT fkeyarch
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fkeyarch NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_fkeyarch TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE fkeyarch
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "fkeyarch: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "fkeyarch: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",fkeyarch,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
      * COPIES froominv INTO ITS GENERATION SLOT AND PROVES THE COPY BY
      * RE-READING IT AND COMPARING RECORD COUNTS.
       BACKUP_FROOMINV.
           MOVE SPACES TO WS-BKP-NAME
           STRING "files/backup_froominv_g" WS-BKP-GEN ".dat"
               DELIMITED BY SIZE INTO WS-BKP-NAME
           MOVE 0 TO WS-BKP-SRC-COUNT
           OPEN OUTPUT fbkup
           OPEN INPUT froominv
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ froominv NEXT
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           MOVE SPACES TO tamp_fbkup
                           MOVE tamp_froominv TO tamp_fbkup
                           WRITE tamp_fbkup
                           ADD 1 TO WS-BKP-SRC-COUNT
                   END-READ
               END-PERFORM
           CLOSE froominv
           CLOSE fbkup
           MOVE 0 TO WS-BKP-CHK-COUNT
           OPEN INPUT fbkup
               MOVE 0 TO Wfin
               PERFORM WITH TEST AFTER UNTIL Wfin = 1
                   READ fbkup
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           ADD 1 TO WS-BKP-CHK-COUNT
                   END-READ
               END-PERFORM
           CLOSE fbkup
           IF WS-BKP-CHK-COUNT = WS-BKP-SRC-COUNT THEN
               DISPLAY "froominv: " WS-BKP-SRC-COUNT
                   " RECORDS BACKED UP AND VERIFIED"
           ELSE
               MOVE 0 TO WS-BKP-OK
               DISPLAY "froominv: VERIFY MISMATCH - SOURCE "
                   WS-BKP-SRC-COUNT " COPY " WS-BKP-CHK-COUNT
           END-IF
           MOVE SPACES TO tamp_fbkplog
           STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
               WS-CURRENT-DAY ",G" WS-BKP-GEN ",froominv,"
               WS-BKP-SRC-COUNT DELIMITED BY SIZE
               INTO tamp_fbkplog
           WRITE tamp_fbkplog.
