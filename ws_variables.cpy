       77 cr_fspool                        PIC X(2).
       77 cr_fspix                         PIC X(2).
       77 cr_fcsvroll                      PIC X(2).
       77 cr_fsreg                         PIC X(2).
       77 cr_fwait                         PIC X(2).
       77 cr_fnotif                        PIC X(2).
       77 cr_fnotifst                      PIC X(2).
       77 cr_fparam                        PIC X(2).
       77 cr_ftaxrpt                       PIC X(2).
       77 cr_fglexp                        PIC X(2).
       77 cr_fapexp                        PIC X(2).
       77 cr_fimport                       PIC X(2).
       77 cr_fpayx                         PIC X(2).
       77 cr_flvx                          PIC X(2).
       77 cr_fimprpt                       PIC X(2).
       77 cr_fprice                        PIC X(2).
       77 cr_freval                        PIC X(2).
       77 cr_fkpend                        PIC X(2).
       77 cr_fchgfeed                      PIC X(2).
       77 cr_fchgrej                       PIC X(2).
       77 cr_fstlfeed                      PIC X(2).
       77 cr_fbankst                       PIC X(2).
       77 cr_fpartner                      PIC X(2).
       77 cr_fsafe                         PIC X(2).
       77 cr_fdep                          PIC X(2).
       77 cr_fpark                         PIC X(2).
       77 cr_fkioskout                     PIC X(2).
       77 cr_fstoprsp                      PIC X(2).
       77 cr_freply                        PIC X(2).
       77 cr_fhhout                        PIC X(2).
       77 cr_fhhin                         PIC X(2).
       77 cr_fhhrej                        PIC X(2).
       77 cr_frplan                        PIC X(2).
       77 cr_fallot                        PIC X(2).
       77 cr_favoir                        PIC X(2).
       77 cr_fsettle                       PIC X(2).
       77 cr_fpaidout                      PIC X(2).
       77 cr_fdispute                      PIC X(2).
       77 cr_fbudget                       PIC X(2).
       77 cr_fseg                          PIC X(2).
       77 cr_ftmpl                         PIC X(2).
       77 cr_fsight                        PIC X(2).
       77 cr_fwopart                       PIC X(2).
       77 cr_fpmplan                       PIC X(2).
       77 cr_fpmdone                       PIC X(2).
       77 cr_fsinv                         PIC X(2).
       77 cr_fsinvl                        PIC X(2).
       77 cr_fleave                        PIC X(2).
       77 cr_frsp                          PIC X(2).
       77 cr_fdst                          PIC X(2).
       77 cr_fpkg                          PIC X(2).
       77 cr_fpksale                       PIC X(2).
       77 cr_fprep                         PIC X(2).
       77 cr_faccess                       PIC X(2).
       77 cr_fcpack                        PIC X(2).
       77 cr_fcpsnap                       PIC X(2).
       77 cr_fcatch                        PIC X(2).
       77 cr_fsiteav                       PIC X(2).
       77 cr_fsiteavo                      PIC X(2).
       77 cr_freferq                       PIC X(2).
       77 cr_fxferq                        PIC X(2).
       77 cr_fxferin                       PIC X(2).
       77 cr_fanx                          PIC X(2).
       77 cr_fmailq                        PIC X(2).
       77 cr_fmailst                       PIC X(2).
       77 cr_fcompin                       PIC X(2).
       77 cr_fbmscmd                       PIC X(2).
       77 cr_fbmsack                       PIC X(2).
       77 cr_fbmslog                       PIC X(2).
       77 cr_festmt                        PIC X(2).
       77 cr_freferral                     PIC X(2).
       77 cr_fxfer                         PIC X(2).
       77 cr_fxferl                        PIC X(2).
       77 cr_fanxst                        PIC X(2).
       77 cr_fsubscr                       PIC X(2).
       77 cr_fdeliv                        PIC X(2).
       77 cr_fcomprt                       PIC X(2).
       77 cr_fcompmap                      PIC X(2).
       77 cr_fbmspend                      PIC X(2).
       77 cr_fbmsroom                      PIC X(2).
       77 cr_festreg                       PIC X(2).
       77 cr_faccr                         PIC X(2).
       77 cr_fgrat                         PIC X(2).
       77 cr_fgshare                       PIC X(2).
       77 cr_fturnar                       PIC X(2).
       77 cr_fwhatif                       PIC X(2).
       77 cr_fpayarch                      PIC X(2).
       77 cr_fextarch                      PIC X(2).
       77 cr_finvarch                      PIC X(2).
       77 cr_fautharch                     PIC X(2).
       77 cr_fkeyarch                      PIC X(2).
       77 cr_froominv                      PIC X(2).
      
       77 Wfin                             PIC 9.
       77 Wtrouve                          PIC 9.
       77 WS-TREND-OFFSET                  PIC 9(2).
       77 WS-TREND-COUNT                   PIC 9(4).
       77 WS-TREND-REVENUE                 PIC 9(7)V99.
       77 WS-TREND-NIGHTS                  PIC 9(6).
       77 WS-TREND-AVAIL                   PIC 9(6).
       77 WS-TREND-PCT                     PIC 9(3).
       77 WS-TREND-INT                     PIC 9(8).
       77 WS-TREND-INT-END                 PIC 9(8).
       77 WS-TREND-NEXT                    PIC 9(8).
       77 WS-RESA-TOTAL-PRICE-ENTIER       PIC 9(5).
       77 WS-RESA-TOTAL-PRICE-DECIMAL      PIC 9(2).
       77 WS-RESA-PAID-AMOUNT              PIC 9(7)V99.
           05 WS-VAT-EXT-BASE OCCURS 4    PIC 9(7)V99.
       77 WS-INV-TOTAL                     PIC 9(7)V99.
       77 WS-INV-TAX                       PIC 9(7)V99.
      * ONE VAT LINE FOR SET_INVOICE_VAT_LINE - WHICH LINE, ITS GROSS
      * BASE, THE RATE AND THE VAT INCLUDED
       77 WS-IVL-IDX                       PIC 9.
       77 WS-IVL-BASE                      PIC 9(7)V99.
       77 WS-IVL-RATE                      PIC 9(3)V99.
       77 WS-IVL-TAX                       PIC 9(7)V99.
       77 WS-INV-BALANCE                   PIC S9(7)V99.
       77 WS-INV-FIND-RESA                 PIC 9(6).
       77 WS-PAY-AMT-ENTIER                PIC 9(5).
       77 WS-CANC-FEE                      PIC 9(7)V99.
       77 WS-CANC-REFUND                   PIC 9(7)V99.

      * RATE PLANS - WS-RPL-ARM IS THE ONE-SHOT SWITCH THE CALLER
      * ARMS WITH THE BOOKING'S PLAN BEFORE GET_ROOM_RATE_FOR_DATE
      * (SAME HABIT AS WS-CRT-CO); WS-RPL-PREPAY = 1 MAKES
      * CHECK_RATE_PLAN ALSO ENFORCE THE PLAN'S PREPAYMENT, AND
      * WS-RPL-REASON CARRIES ITS VERDICT (0 OK, 1 UNKNOWN PLAN,
      * 2 WITHDRAWN, 3 DEPOSIT SHORT OF THE PREPAYMENT IN
      * WS-RPL-REQUIRED). WS-RPL-NAME IS THE PRINTABLE PLAN NAME.
       77 WS-RPL-ARM                       PIC X(8).
       77 WS-RPL-CODE                      PIC X(8).
       77 WS-RPL-PREPAY                    PIC 9.
       77 WS-RPL-REASON                    PIC 9.
       77 WS-RPL-FOUND                     PIC 9.
       77 WS-RPL-NAME                      PIC X(20).
       77 WS-RPL-REQUIRED                  PIC 9(7)V99.
       77 WS-RPL-HELD                      PIC 9(7)V99.
       77 WS-RPL-AMOUNT                    PIC 9(7)V99.
       77 WS-RPL-REQ-ED                    PIC Z(6)9.99.
       77 WS-RPL-SIGN                      PIC X.
      * MINUTES FROM NOW TO fr_date_debut FOR A PLAN'S CANCELLATION
      * WINDOW (NEGATIVE ONCE THE STAY SHOULD HAVE STARTED)
       77 WS-CANC-START-MIN                PIC 9(11).
       77 WS-CANC-NOW-MIN                  PIC 9(11).
       77 WS-CANC-LEAD-MIN                 PIC S9(11).
       77 WS-CANC-YMD                      PIC 9(8).

      * fr_date_debut MINUS THE 24H GRACE WINDOW, SAME LAYOUT AS
      * WS-NOW-DATETIME FOR THE STRADDLE COMPARE
       77 WS-BILL-CO-FLAG                  PIC A.
       77 WS-STMT-PRIOR-CNT                PIC 9(4).
       77 WS-STMT-PRIOR-DUE                PIC 9(7)V99.
       77 WS-STMT-EXISTS                   PIC 9.
       77 WS-STMT-CO-EOF                   PIC 9.
       77 WS-TAX-YEAR                      PIC 9(4).
       77 WS-TAX-MONTH                     PIC 9(2).
       77 WS-TAX-NIGHTS                    PIC 9(6).
       77 WS-TAX-CITY-TOTAL                PIC 9(7)V99.
       77 WS-TAX-REVENUE                   PIC 9(9)V99.
       77 WS-TAX-VAT-RATE                  PIC 9(3)V99.
       77 WS-GL-REVENUE                    PIC 9(9)V99.
       77 WS-GL-NET-SUM                    PIC 9(9)V99.
       77 WS-GL-VAT                        PIC 9(9)V99.
       77 WS-GL-IDX                        PIC 9(2).
       77 WS-GL-HIT                        PIC 9.
       77 WS-PRC-FOUND                     PIC 9.
       77 WS-PRC-EOF                       PIC 9.
       77 WS-RVL-OLD-RATE                  PIC 9(5)V99.
       77 WS-RVL-NEW-RATE                  PIC S9(5)V99.
       77 WS-RVL-COUNT                     PIC 9(4).
       77 WS-ESC-LAST-M                    PIC 9(5).
       77 WS-ESC-GOT                       PIC 9.
       77 WS-STK-RECEIVED                  PIC 9(5).
      * UNIT PRICE KEYED ON A RECEIPT OR A NEW ITEM AND THE
      * WEIGHTED-AVERAGE WORK FIELDS (fsk_avg_cost)
       77 WS-STK-PRICE-ENTIER              PIC 9(5).
       77 WS-STK-PRICE-DECIMAL             PIC 9(2).
       77 WS-STK-UNIT-PRICE                PIC 9(5)V9(4).
       77 WS-STK-OWNED                     PIC 9(6).
       77 WS-STK-SHORT                     PIC 9(3).
       77 WS-SRV-RESP                      PIC 9(4).
       77 WS-SRV-DAYS                      PIC 9(3).
       77 WS-WO-OPEN-LEFT                  PIC 9(3).
       77 WS-WO-AGE-DAYS                   PIC 9(4).
       77 WS-WO-ROOM                       PIC 9(4).
       77 WS-WO-PRI                        PIC 9.
       77 WS-WO-EOF                        PIC 9.
       77 WS-WO-LISTED                     PIC 9(3).
       77 WS-WO-FIND                       PIC 9(6).
       77 WS-WO-TAKEN                      PIC X(10).
       77 WS-KEY-FIND-RESA                 PIC 9(6).
       77 WS-KEY-FEE                       PIC 9(5)V99.
       77 WS-KEY-OUT                       PIC 9(3).
       77 WS-RTY-NEW                       PIC A(30).
       77 WS-RTY-MOVED                     PIC 9(4).
      * HOLDS THE TYPED MASTER ROW ACROSS THE UPSERT'S RE-READ
       77 WS-RTY-HOLD                      PIC X(60).
      * PUNCH CLOCK WORK FIELDS - THE OPEN PUNCH BEING CLOSED AND
      * THE ANOMALY TALLY
       77 WS-PUN-OPEN                      PIC 9(6).
       01 WS-KSK-FIELDS.
           05 WS-KSK-CODE                  PIC X(8).
           05 WS-KSK-PAID                  PIC X(10).
           05 WS-KSK-TIP                   PIC X(10).
       77 WS-KSK-REASON                    PIC X(30).
       77 WS-KSK-RESA                      PIC 9(6).
       77 WS-KSK-OKCNT                     PIC 9(3).
       77 WS-STK-COUNTED                   PIC 9(5).
       77 WS-STK-VAR                       PIC S9(5).
       77 WS-STK-LINES                     PIC 9(3).
       77 WS-STK-VAR-TOTAL                 PIC S9(9)V99.
       77 WS-STK-VAR-ED                    PIC -(7)9.99.
       77 WS-STK-MIS-COST                  PIC 9(5)V99.
      * MONTH-END STOCK VALUATION - THE MONTH WHOSE CLEANINGS ARE
      * COSTED, THE VALUATION TOTAL AND A SMALL PER-ROOM-TYPE TABLE
      * OF MISSIONS CLOSED AND THE SUPPLIES THEY USED
       01 WS-SVL-MONTH-KEY.
           05 WS-SVL-YEAR                  PIC 9(4).
           05 WS-SVL-MONTH                 PIC 9(2).
       77 WS-SVL-EOF                       PIC 9.
       77 WS-SVL-VALUE                     PIC 9(9)V99.
       77 WS-SVL-TOTAL                     PIC 9(9)V99.
       77 WS-SVL-TYPE                      PIC A(30).
       77 WS-SVL-IDX                       PIC 9(2).
       77 WS-SVL-HIT                       PIC 9.
       77 WS-SVL-CNT                       PIC 9(2).
       77 WS-SVL-AVG                       PIC 9(5)V99.
       01 WS-SVL-TABLE.
           05 WS-SVL-ENTRY OCCURS 20.
               10 WS-SVL-T-TYPE            PIC A(30).
               10 WS-SVL-T-MISSIONS        PIC 9(5).
               10 WS-SVL-T-COST            PIC 9(7)V99.
       01 WS-SVL-LINE.
           05 WS-SVL-L-ITEM                PIC Z(3)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SVL-L-LABEL               PIC X(30).
           05 WS-SVL-L-QTY                 PIC Z(4)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SVL-L-LAUNDRY             PIC Z(4)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SVL-L-COST                PIC Z(4)9.9999.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SVL-L-VALUE               PIC Z(8)9.99.
       01 WS-SVL-TYPE-LINE.
           05 WS-SVL-TL-TYPE               PIC X(30).
           05 WS-SVL-TL-MISSIONS           PIC Z(4)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-SVL-TL-COST               PIC Z(6)9.99.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-SVL-TL-AVG                PIC Z(4)9.99.
      * MONTHLY PROFITABILITY - THE MONTH STATED, ONE BUCKET PER
      * ROOM (LOADED FROM fch) AND PER ROOM TYPE, EACH HOLDING STAYS,
      * SOLD MINUTES, NET REVENUE AND THE COST LINES: LABOUR,
      * SUPPLIES, LAUNDRY SHARE, MINIBAR RESTOCKED VS BILLED, REPAIRS
      * AND THE CLEANINGS THE LAUNDRY LOSS IS SPREAD OVER
       01 WS-PFT-MONTH-KEY.
           05 WS-PFT-YEAR                  PIC 9(4).
           05 WS-PFT-MONTH                 PIC 9(2).
       77 WS-PFT-EOF                       PIC 9.
       77 WS-PFT-EOF2                      PIC 9.
       77 WS-PFT-STOP                      PIC 9.
       77 WS-PFT-IDX                       PIC 9(3).
       77 WS-PFT-CNT                       PIC 9(3).
       77 WS-PFT-FOUND                     PIC 9(3).
       77 WS-PFT-TIDX                      PIC 9(2).
       77 WS-PFT-TCNT                      PIC 9(2).
       77 WS-PFT-HIT                       PIC 9.
       77 WS-PFT-ROOM                      PIC 9(4).
       77 WS-PFT-RESA                      PIC 9(6).
       77 WS-PFT-LAST-RESA                 PIC 9(6).
       77 WS-PFT-BATCH                     PIC 9(6).
       77 WS-PFT-ONE-MIN                   PIC S9(5).
       77 WS-PFT-HOUSE-RATE                PIC 9(3)V99.
       77 WS-PFT-RATE                      PIC 9(3)V99.
       77 WS-PFT-AMOUNT                    PIC S9(7)V99.
       77 WS-PFT-LAUNDRY                   PIC 9(7)V99.
       77 WS-PFT-CLEANS                    PIC 9(5).
       77 WS-PFT-SHRINK                    PIC S9(7)V99.
       77 WS-PFT-COST                      PIC 9(8)V99.
       77 WS-PFT-CONTRIB                   PIC S9(8)V99.
       77 WS-PFT-HOURS                     PIC 9(5)V9.
       77 WS-PFT-PER                       PIC S9(6)V99.
       77 WS-PFT-RATE-ED                   PIC ZZ9.99.
       77 WS-PFT-LAUNDRY-ED                PIC Z(6)9.99.
       01 WS-PFT-ROOM-TABLE.
           05 WS-PFT-RM OCCURS 200.
               10 WS-PFT-R-ROOM            PIC 9(4).
               10 WS-PFT-R-TYPE            PIC A(30).
               10 WS-PFT-R-STAYS           PIC 9(5).
               10 WS-PFT-R-MIN             PIC 9(7).
               10 WS-PFT-R-REV             PIC S9(7)V99.
               10 WS-PFT-R-LAB             PIC 9(7)V99.
               10 WS-PFT-R-SUP             PIC 9(7)V99.
               10 WS-PFT-R-LAU             PIC 9(7)V99.
               10 WS-PFT-R-MBRIN           PIC 9(7)V99.
               10 WS-PFT-R-MBROUT          PIC 9(7)V99.
               10 WS-PFT-R-WO              PIC 9(7)V99.
               10 WS-PFT-R-CLEANS          PIC 9(5).
       01 WS-PFT-TYPE-TABLE.
           05 WS-PFT-TY OCCURS 20.
               10 WS-PFT-T-TYPE            PIC A(30).
               10 WS-PFT-T-STAYS           PIC 9(5).
               10 WS-PFT-T-MIN             PIC 9(7).
               10 WS-PFT-T-REV             PIC S9(7)V99.
               10 WS-PFT-T-LAB             PIC 9(7)V99.
               10 WS-PFT-T-SUP             PIC 9(7)V99.
               10 WS-PFT-T-LAU             PIC 9(7)V99.
               10 WS-PFT-T-MBRIN           PIC 9(7)V99.
               10 WS-PFT-T-MBROUT          PIC 9(7)V99.
               10 WS-PFT-T-WO              PIC 9(7)V99.
               10 WS-PFT-T-CLEANS          PIC 9(5).
      * THE FIGURES BEING PRINTED (ONE ROOM, TYPE OR THE HOUSE) AND
      * THE HOUSE TOTAL
       01 WS-PFT-CUR.
           05 WS-PFT-C-STAYS               PIC 9(5).
           05 WS-PFT-C-MIN                 PIC 9(7).
           05 WS-PFT-C-REV                 PIC S9(7)V99.
           05 WS-PFT-C-LAB                 PIC 9(7)V99.
           05 WS-PFT-C-SUP                 PIC 9(7)V99.
           05 WS-PFT-C-LAU                 PIC 9(7)V99.
           05 WS-PFT-C-MBRIN               PIC 9(7)V99.
           05 WS-PFT-C-MBROUT              PIC 9(7)V99.
           05 WS-PFT-C-WO                  PIC 9(7)V99.
           05 WS-PFT-C-CLEANS              PIC 9(5).
       01 WS-PFT-HOUSE.
           05 WS-PFT-H-STAYS               PIC 9(5).
           05 WS-PFT-H-MIN                 PIC 9(7).
           05 WS-PFT-H-REV                 PIC S9(7)V99.
           05 WS-PFT-H-LAB                 PIC 9(7)V99.
           05 WS-PFT-H-SUP                 PIC 9(7)V99.
           05 WS-PFT-H-LAU                 PIC 9(7)V99.
           05 WS-PFT-H-MBRIN               PIC 9(7)V99.
           05 WS-PFT-H-MBROUT              PIC 9(7)V99.
           05 WS-PFT-H-WO                  PIC 9(7)V99.
           05 WS-PFT-H-CLEANS              PIC 9(5).
       01 WS-PFT-LINE1.
           05 WS-PFT-L-LABEL               PIC X(24).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-STAYS               PIC Z(4)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-HOURS               PIC Z(4)9.9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-REV                 PIC -(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-CONTRIB             PIC -(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-PER-STAY            PIC -(4)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-PER-HOUR            PIC -(4)9.99.
       01 WS-PFT-LINE2.
           05 FILLER                       PIC X(4) VALUE SPACES.
           05 WS-PFT-L-LAB                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-SUP                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-LAU                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-MBR                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-WO                  PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PFT-L-COST                PIC Z(6)9.99.
      * LEAVE YEAR WORK FIELDS - WS-LV-NUMP/WS-LV-YEAR/WS-LV-MONTH
      * AND THE HIRE DATE IN WS-LV-HIRE GO IN, THE LEAVE_* HELPERS
      * LEAVE THE ENTITLEMENT, CARRY-OVER, ACCRUAL, DAYS TAKEN AND
      * BALANCE IN THE REST. WS-LV-ON IS THE PERSON'S WORKING WEEK
      * (SATURDAY FIRST, AS GET_DAY_OF_WEEK COUNTS)
       77 WS-LV-NUMP                       PIC 9(4).
       77 WS-LV-YEAR                       PIC 9(4).
       77 WS-LV-MONTH                      PIC 9(2).
       77 WS-LV-MONTHS                     PIC 9(2).
       77 WS-LV-SAVE-MONTH                 PIC 9(2).
       77 WS-LV-NEW                        PIC 9.
       77 WS-LV-EOF                        PIC 9.
       77 WS-LV-PEOF                       PIC 9.
       77 WS-LV-STOP                       PIC 9.
       77 WS-LV-IDX                        PIC 9.
       77 WS-LV-ROWS                       PIC 9(3).
       77 WS-LV-DAYS                       PIC 9(3).
       77 WS-LV-SENIOR                     PIC 9(3).
       77 WS-LV-EXTRA                      PIC 9(3).
       77 WS-LV-BASE                       PIC 9(3)V99.
       77 WS-LV-STEP                       PIC 9(3)V99.
       77 WS-LV-SCAP                       PIC 9(3)V99.
       77 WS-LV-CCAP                       PIC 9(3)V99.
       77 WS-LV-ENTITLED                   PIC 9(3)V99.
       77 WS-LV-CARRIED                    PIC 9(3)V99.
       77 WS-LV-ACCRUED                    PIC 9(3)V99.
       77 WS-LV-TAKEN                      PIC 9(4).
       77 WS-LV-BALANCE                    PIC S9(4)V99.
       77 WS-LV-SAVE-FABS                  PIC X(28).
       77 WS-LV-CNT                        PIC 9(4).
       77 WS-LV-CSV                        PIC 9.
       77 WS-LV-ENT-ENTIER                 PIC 9(3).
       77 WS-LV-ENT-DECIMAL                PIC 9(2).
       77 WS-LV-CAR-ENTIER                 PIC 9(3).
       77 WS-LV-CAR-DECIMAL                PIC 9(2).
       01 WS-LV-HIRE.
           05 WS-LV-HIRE-YEAR              PIC 9(4).
           05 WS-LV-HIRE-MONTH             PIC 9(2).
           05 WS-LV-HIRE-DAY               PIC 9(2).
       01 WS-LV-FROM                       PIC 9(8).
       01 WS-LV-TO                         PIC 9(8).
       01 WS-LV-SAVE-DATE                  PIC 9(8).
       01 WS-LV-WEEK.
           05 WS-LV-ON                     PIC 9 OCCURS 7.
       01 WS-LV-LINE.
           05 WS-LV-L-NUMP                 PIC 9(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-NAME                 PIC X(22).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-ENT                  PIC ZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-CAR                  PIC ZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-ACC                  PIC ZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-TAKEN                PIC ZZZ9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-LV-L-BAL                  PIC -ZZZ9.99.
       01 WS-LV-CSV-FIELDS.
           05 WS-LV-X-ENT                  PIC 9(3).99.
           05 WS-LV-X-CAR                  PIC 9(3).99.
           05 WS-LV-X-ACC                  PIC 9(3).99.
           05 WS-LV-X-BAL                  PIC -9(4).99.
       01 WS-LV-SHOW-BAL                   PIC -ZZZ9.99.
      * ROSTER PROPOSAL WORK FIELDS - THE WEEK BEING DRAFTED, THE
      * ACTIVE CLEANERS WITH THEIR CAPS, MINUTES ALREADY GIVEN, THIS
      * WEEK'S AND THE LAST FOUR PUBLISHED WEEKS' WEEKEND SHIFTS AND
      * THE DAYS THEY ARE ABSENT, AND PER DAY THE CHECKOUT CLEANINGS
      * EXPECTED BY ZONE AND ROOM TYPE
       77 WS-RSP-DOW                       PIC 9.
       77 WS-RSP-OFFSET                    PIC 9.
       77 WS-RSP-EOF                       PIC 9.
       77 WS-RSP-EOF2                      PIC 9.
       77 WS-RSP-HIT                       PIC 9.
       77 WS-RSP-OK                        PIC 9.
       77 WS-RSP-ROWS                      PIC 9(3).
       77 WS-RSP-EXIST                     PIC 9.
       77 WS-RSP-FORCE                     PIC 9.
       77 WS-RSP-DRAFTED                   PIC 9.
       77 WS-RSP-CNT                       PIC 9(3).
       77 WS-RSP-IDX                       PIC 9(3).
       77 WS-RSP-IDX2                      PIC 9(3).
       77 WS-RSP-BEST                      PIC 9(3).
       77 WS-RSP-ZCNT                      PIC 9(2).
       77 WS-RSP-ZIDX                      PIC 9(2).
       77 WS-RSP-ZBEST                     PIC 9(2).
       77 WS-RSP-TCNT                      PIC 9(2).
       77 WS-RSP-TIDX                      PIC 9(2).
       77 WS-RSP-CLEANS                    PIC 9(4).
       77 WS-RSP-NEED                      PIC 9(3).
       77 WS-RSP-GOT                       PIC 9(3).
       77 WS-RSP-START-HOURS               PIC 9(2).
       77 WS-RSP-SHIFT-HOURS               PIC 9(2).
       77 WS-RSP-CLEAN-MIN                 PIC 9(4).
       77 WS-RSP-SHIFT                     PIC 9(4).
       77 WS-RSP-END-MIN                   PIC 9(4).
       77 WS-RSP-DEF-DAY                   PIC 9(4).
       77 WS-RSP-DEF-WEEK                  PIC 9(5).
       77 WS-RSP-WEIGHT                    PIC 9(3)V99.
       77 WS-RSP-BEST-WEIGHT               PIC 9(3)V99.
       77 WS-RSP-REMOVE                    PIC A.
       77 WS-RSP-TYPE                      PIC A(30).
       77 WS-RSP-NUMP                      PIC 9(4).
       77 WS-RSP-K                         PIC 9.
       77 WS-RSP-PSHIFT                    PIC 9(4).
       77 WS-RSP-WE-CAND                   PIC 9(3).
       77 WS-RSP-WE-BEST                   PIC 9(3).
       77 WS-RSP-CROWS                     PIC 9(3).
       77 WS-RSP-CHIT                      PIC 9.
       01 WS-RSP-SAVE-DATE                 PIC 9(8).
       01 WS-RSP-WEEK                      PIC 9(8).
       01 WS-RSP-DATE                      PIC 9(8).
       01 WS-RSP-FROM                      PIC 9(8).
       01 WS-RSP-ST-TABLE.
           05 WS-RSP-ST OCCURS 100.
               10 WS-RSP-S-NUMP            PIC 9(4).
               10 WS-RSP-S-DAYCAP          PIC 9(4).
               10 WS-RSP-S-WEEKCAP         PIC 9(5).
               10 WS-RSP-S-USED            PIC 9(5).
               10 WS-RSP-S-WE              PIC 9(2).
               10 WS-RSP-S-HIST            PIC 9(3).
               10 WS-RSP-S-PICK            PIC 9.
               10 WS-RSP-S-ZONE            PIC 9(2).
               10 WS-RSP-S-OFF             PIC 9 OCCURS 7.
       01 WS-RSP-ZN-TABLE.
           05 WS-RSP-ZN OCCURS 50.
               10 WS-RSP-Z-ZONE            PIC 9(2).
               10 WS-RSP-Z-NEED            PIC 9(4).
               10 WS-RSP-Z-STAFF           PIC 9(3).
       01 WS-RSP-TY-TABLE.
           05 WS-RSP-TY OCCURS 20.
               10 WS-RSP-Y-TYPE            PIC A(30).
               10 WS-RSP-Y-NEED            PIC 9(4).
       01 WS-RSP-DAY-TABLE.
           05 WS-RSP-DAY OCCURS 7.
               10 WS-RSP-D-DATE            PIC 9(8).
               10 WS-RSP-D-CLEANS          PIC 9(4).
               10 WS-RSP-D-NEED            PIC 9(3).
               10 WS-RSP-D-GOT             PIC 9(3).
       01 WS-RSP-LINE.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-RSP-L-NUMP                PIC 9(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RSP-L-NAME                PIC X(30).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RSP-L-START-H             PIC 9(2).
           05 FILLER                       PIC X VALUE "h".
           05 WS-RSP-L-START-M             PIC 9(2).
           05 FILLER                       PIC X VALUE "-".
           05 WS-RSP-L-END-H               PIC 9(2).
           05 FILLER                       PIC X VALUE "h".
           05 WS-RSP-L-END-M               PIC 9(2).
           05 FILLER                       PIC X(6) VALUE " ZONE ".
           05 WS-RSP-L-ZONE                PIC Z9.
      * CLOCK-CHANGE WORK FIELDS - THE fdst TABLE HELD IN STORAGE
      * (WALL-CLOCK INSTANT YYYYMMDDHHMM AND SIGNED CORRECTION IN
      * MINUTES), THE WINDOW DST_ADJUST_MINUTES IS ASKED ABOUT AND
      * WHAT IT HANDS BACK, THE REAL-TIME STAMPS THE OVERLAP PROOF
      * COMPARES AND THE CROSSING REPORT'S LINE
       77 WS-DST-CNT                       PIC 9(3).
       77 WS-DST-IDX                       PIC 9(3).
       77 WS-DST-LOADED                    PIC 9 VALUE 0.
       77 WS-DST-EOF                       PIC 9.
       77 WS-DST-ADJ                       PIC S9(4).
       77 WS-DST-HOURS                     PIC S9(2)V99.
       77 WS-DST-HITS                      PIC 9(2).
       77 WS-DST-HIT-SHIFT                 PIC S9(3).
       77 WS-DST-DAYS                      PIC 9(7).
       77 WS-DST-REAL                      PIC S9(11).
       77 WS-DST-A-FROM                    PIC S9(11).
       77 WS-DST-A-TO                      PIC S9(11).
       77 WS-DST-B-FROM                    PIC S9(11).
       77 WS-DST-B-TO                      PIC S9(11).
       77 WS-DST-WALL                      PIC S9(6).
       77 WS-DST-DUE                       PIC S9(5).
       77 WS-DST-RPT-CNT                   PIC 9(5).
       77 WS-DST-RPT-CHG                   PIC 9(3).
       77 WS-DST-MIN-ED                    PIC ZZ9.
       01 WS-DST-FROM                      PIC 9(12).
       01 WS-DST-TO                        PIC 9(12).
       01 WS-DST-HIT-AT                    PIC 9(12).
       01 WS-DST-STAMP.
           05 WS-DST-S-DATE.
               10 WS-DST-S-YEAR            PIC 9(4).
               10 WS-DST-S-MONTH           PIC 9(2).
               10 WS-DST-S-DAY             PIC 9(2).
           05 WS-DST-S-HOURS               PIC 9(2).
           05 WS-DST-S-MINUTE              PIC 9(2).
       01 WS-DST-STAMP-N REDEFINES WS-DST-STAMP PIC 9(12).
       01 WS-DST-S-FIRST                   PIC 9(8).
       01 WS-DST-RPT-FROM                  PIC 9(8).
       01 WS-DST-RPT-TO                    PIC 9(8).
       01 WS-DST-TABLE.
           05 WS-DST-ROW OCCURS 60.
               10 WS-DST-AT                PIC 9(12).
               10 WS-DST-SHIFT             PIC S9(3).
       01 WS-DST-LINE.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DST-L-KIND                PIC X(7).
           05 WS-DST-L-NUM                 PIC 9(6).
           05 FILLER                       PIC X(6) VALUE " ROOM ".
           05 WS-DST-L-ROOM                PIC 9(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DST-L-FROM                PIC 9(12).
           05 FILLER                       PIC X VALUE "-".
           05 WS-DST-L-TO                  PIC 9(12).
           05 FILLER                       PIC X(6) VALUE " WALL ".
           05 WS-DST-L-WALL                PIC ZZZZZ9.
           05 FILLER                       PIC X(6) VALUE " REAL ".
           05 WS-DST-L-REAL                PIC ZZZZZ9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DST-L-ADJ                 PIC +ZZ9.
      * PACKAGE WORK FIELDS - THE CODE KEYED AT BOOKING, THE ROOM'S
      * LIST VALUE FOR THE PACKAGE HOURS, THE STANDALONE VALUE OF
      * EACH COMPONENT AND THE SPLIT OF THE PRICE ACROSS THEM, AND
      * THE PACKAGE LINE PRINTED ON THE INVOICE
       77 WS-PKG-CODE                      PIC X(6).
       77 WS-PKG-OK                        PIC 9.
       77 WS-PKG-EOF                       PIC 9.
       77 WS-PKG-IDX                       PIC 9(2).
       77 WS-PKG-FIRST                     PIC 9(2).
       77 WS-PKG-LATE                      PIC 9(2).
       77 WS-PKG-ROOM-LIST                 PIC 9(5)V99.
       77 WS-PKG-ROOM-PART                 PIC S9(6)V99.
       77 WS-PKG-VAL-SUM                   PIC 9(6)V99.
       77 WS-PKG-TOTAL                     PIC 9(6)V99.
       77 WS-PKG-PARTS                     PIC 9(6)V99.
       77 WS-PKG-SURPLUS                   PIC 9(5)V99.
       77 WS-PKG-PRICE-ED                  PIC ZZZZ9.99.
       77 WS-PKG-INV-LINE                  PIC X(60).
       01 WS-PKG-VALUES.
           05 WS-PKG-VAL OCCURS 5          PIC 9(6)V99.
      * PRE-ARRIVAL PREPARATION WORK FIELDS - THE STAYS DUE FOR A
      * PREPARATION MISSION THIS RUN, THE LONGEST LEAD ASKED FOR ON
      * ONE STAY, THE REAL-MINUTE STAMPS COMPARED AND THE CHECK-IN
      * WARNING LINE
       77 WS-PRP-EOF                       PIC 9.
       77 WS-PRP-IDX                       PIC 9(3).
       77 WS-PRP-CNT                       PIC 9(3).
       77 WS-PRP-OPEN                      PIC 9(3).
       77 WS-PRP-OPEN-ED                   PIC ZZ9.
       77 WS-PRP-FIND-RESA                 PIC 9(6).
       77 WS-PRP-LEAD-MAX                  PIC 9(4).
       77 WS-PRP-MINS                      PIC S9(5).
       77 WS-PRP-WORK-MIN                  PIC 9(3) VALUE 30.
       77 WS-PRP-HORIZON                   PIC 9(5).
       77 WS-PRP-NOW                       PIC S9(11).
       77 WS-PRP-ARRIVE                    PIC S9(11).
       77 WS-PRP-NUMM                      PIC 9(5).
       77 WS-PRP-MISSION                   PIC 9.
       77 WS-PRP-ISSUED                    PIC 9(5).
       77 WS-PRP-DROPPED                   PIC 9(5).
       77 WS-PRP-WARN                      PIC X(60).
       01 WS-PRP-TABLE.
           05 WS-PRP-RESA OCCURS 200       PIC 9(6).
      * SENSITIVE-FIELD MASKING - WHETHER THE OPERATOR MAY SEE
      * DOCUMENT AND PHONE NUMBERS IN FULL, THE KEYED SCRAMBLE OF
      * fir_doc_num AND THE SHOWABLE FORMS LEFT FOR SCREENS, REPORTS
      * AND EXPORTS
       77 WS-MSK-FULL                      PIC 9.
       77 WS-MSK-KEY                       PIC 9(7).
       77 WS-MSK-IDX                       PIC 9(2).
       77 WS-MSK-LEN                       PIC 9(2).
       77 WS-MSK-SHIFT                     PIC 9(2).
       77 WS-MSK-ORD                       PIC 9(3).
       77 WS-MSK-POS                       PIC 9(3).
       77 WS-MSK-DOC                       PIC X(20).
       77 WS-MSK-WORK                      PIC X(20).
       77 WS-MSK-TEL                       PIC X(10).
       77 WS-MSK-KEEP-TEL                  PIC 9(10).
       77 WS-MSK-TEL-HINT                  PIC X(28) VALUE SPACES.
       77 WS-MSK-PROT-CNT                  PIC 9(6).
       77 WS-MSK-EOF                       PIC 9.
      * READ-ACCESS LOG WORK FIELDS - THE SUBJECT AND SCREEN OF THE
      * LOOK BEING LOGGED, THE INQUIRY FILTER, AND THE PER-SHIFT
      * TABLE OF DISTINCT SUBJECTS THE BROWSING ALERT COUNTS
       77 WS-ACC-SCREEN                    PIC X(10).
       77 WS-ACC-TYPE                      PIC X.
       77 WS-ACC-NUM                       PIC 9(6).
       77 WS-ACC-STAMP                     PIC X(16).
       77 WS-ACC-TRIES                     PIC 9.
       77 WS-ACC-DONE                      PIC 9.
       77 WS-ACC-EOF                       PIC 9.
       77 WS-ACC-MODE                      PIC 9.
       77 WS-ACC-Q-TYPE                    PIC X.
       77 WS-ACC-Q-NUM                     PIC 9(6).
       77 WS-ACC-Q-USER                    PIC 9(4).
       77 WS-ACC-FOUND                     PIC 9(6).
       77 WS-ACC-IDX                       PIC 9(3).
       77 WS-ACC-PG                        PIC 9.
       77 WS-ACC-LIMIT                     PIC 9(4).
       77 WS-ACC-G-USER                    PIC 9(4).
       77 WS-ACC-G-SHIFT                   PIC 9(8).
       77 WS-ACC-G-FIRST                   PIC 9(16).
       77 WS-ACC-G-CNT                     PIC 9(4).
       77 WS-ACC-G-HIT                     PIC 9.
       77 WS-ACC-ALERTS                    PIC 9(4).
       77 WS-ACC-FLAG                      PIC 9.
       01 WS-ACC-FROM-DATE.
           05 WS-ACC-FROM-YEAR             PIC 9(4).
           05 WS-ACC-FROM-MONTH            PIC 9(2).
           05 WS-ACC-FROM-DAY              PIC 9(2).
       01 WS-ACC-TO-DATE.
           05 WS-ACC-TO-YEAR               PIC 9(4).
           05 WS-ACC-TO-MONTH              PIC 9(2).
           05 WS-ACC-TO-DAY                PIC 9(2).
       01 WS-ACC-SEEN-TABLE.
           05 WS-ACC-SEEN OCCURS 500       PIC X(7).
      * IDLE-TERMINAL LOCK - THE ROLE'S LIMIT (fparam IDL0..IDL3,
      * MINUTES, 0 = NEVER), THE MENU WAIT IN SECONDS, WHEN THE
      * MENU WENT UP, AND THE USER/SHIFT THE LOCK INTERRUPTED
       77 WS-IDL-LIMIT                     PIC 9(5).
       77 WS-IDL-WAIT                      PIC 9(5).
       77 WS-IDL-START                     PIC 9(12).
       77 WS-IDL-NOW                       PIC 9(12).
       77 WS-IDL-SWITCH                    PIC 9.
       77 WS-IDL-TIMED                     PIC 9.
       77 WS-IDL-DONE                      PIC 9.
       77 WS-IDL-PREV-NUM                  PIC 9(4).
       77 WS-IDL-PREV-NAME                 PIC A(30).
       77 WS-IDL-PREV-SHIFT                PIC 9(6).
       77 WS-IDL-NEW-NUM                   PIC 9(4).
       01 WS-IDL-STAMP.
           05 WS-IDL-STAMP-DATE            PIC 9(8).
           05 WS-IDL-STAMP-HOURS           PIC 9(2).
           05 WS-IDL-STAMP-MINUTE          PIC 9(2).
           05 WS-IDL-STAMP-SECOND          PIC 9(2).
           05 FILLER                       PIC X(9).
      * CONTINUITY PACK - THE DESK'S OPENING HOURS (fparam CPOP/
      * CPCL), THE 6-HOUR ARRIVAL WINDOW ON THE CONTINUOUS MINUTE
      * SCALE, THE IN-HOUSE STAYS FOUND, AND THE BALANCE DUE OF THE
      * STAY IN HAND (STAY_BALANCE_DUE)
       77 WS-CPK-OPEN                      PIC 9(2).
       77 WS-CPK-CLOSE                     PIC 9(2).
       77 WS-CPK-NOW                       PIC S9(11).
       77 WS-CPK-ARRIVE                    PIC S9(11).
       77 WS-CPK-EOF                       PIC 9.
       77 WS-CPK-PURGE-DATE                PIC 9(8).
       77 WS-CPK-CNT                       PIC 9(3).
       77 WS-CPK-IDX                       PIC 9(3).
       77 WS-CPK-ARRIVALS                  PIC 9(4).
       77 WS-CPK-MISSIONS                  PIC 9(4).
       77 WS-CPK-OCC-RESA                  PIC 9(6).
       77 WS-CPK-STATE                     PIC X(14).
       77 WS-CPK-DUE                       PIC S9(7)V99.
       77 WS-CPK-DUE-ED                    PIC -(6)9.99.
       01 WS-CPK-STAY-TABLE.
           05 WS-CPK-STAY OCCURS 300.
               10 WS-CPK-S-RESA            PIC 9(6).
               10 WS-CPK-S-ROOM            PIC 9(4).
      * AFTER-OUTAGE CATCH-UP - THE PAPER SLIP BEING KEYED AND THE
      * RECONCILIATION TOTALS AGAINST THE LAST PACK
       77 WS-CU-EOF                        PIC 9.
       77 WS-CU-IN                         PIC 9.
       77 WS-CU-OUT                        PIC 9.
       77 WS-CU-PAID                       PIC S9(7)V99.
       77 WS-CU-EXPECT                     PIC S9(7)V99.
       77 WS-CU-EXPECT-ED                  PIC -(6)9.99.
       77 WS-CU-NOTE                       PIC X(50).
       77 WS-CU-STAYS                      PIC 9(4).
       77 WS-CU-FLAGS                      PIC 9(4).
       77 WS-CU-OFF                        PIC 9(4).
       77 WS-CU-PAID-ED                    PIC -(6)9.99.
       77 WS-CU-PACK-STAMP                 PIC 9(12).
       77 WS-CU-LINE-STAMP                 PIC 9(12).
       77 WS-CU-LAST-SLIP                  PIC 9(12).
       77 WS-CU-SNAP-STAMP                 PIC 9(12).
       77 WS-CU-FIND-RESA                  PIC 9(6).
       01 WS-CU-PAPER-DATE.
           05 WS-CU-PAPER-YEAR             PIC 9(4).
           05 WS-CU-PAPER-MONTH            PIC 9(2).
           05 WS-CU-PAPER-DAY              PIC 9(2).
      * TURN-AWAY LOG WORK FIELDS - THE REASON CODE OF THE
      * REFUSAL BEING LOGGED AND THE MONTHLY TABULATION TABLES
       77 WS-TRN-REASON                    PIC 9.
           05  WS-PTK-ND-YEAR              PIC 9(4).
           05  WS-PTK-ND-MONTH             PIC 9(2).
           05  WS-PTK-ND-DAY               PIC 9(2).
      * PREVENTIVE MAINTENANCE WORK FIELDS - THE PLAN/PIECE CURSORS,
      * THE DUE TEST AND THE GAP SEARCH FOR THE RAISED WORK ORDER
       77 WS-PMS-PLAN-GOT                  PIC 9.
       77 WS-PMS-EQ-GOT                    PIC 9.
       77 WS-PMS-PDONE                     PIC 9.
       77 WS-PMS-EDONE                     PIC 9.
       77 WS-PMS-DUE                       PIC 9.
       77 WS-PMS-PLACED                    PIC 9.
       77 WS-PMS-EOF                       PIC 9.
       77 WS-PMS-LAST-PM                   PIC 9(4).
       77 WS-PMS-LAST-EQ                   PIC 9(6).
       77 WS-PMS-EQ                        PIC 9(6).
       77 WS-PMS-ROOM                      PIC 9(4).
       77 WS-PMS-ITEM                      PIC X(30).
       77 WS-PMS-PURCHASED                 PIC 9(8).
       77 WS-PMS-ROW                       PIC 9(6).
       77 WS-PMS-WO                        PIC 9(6).
       77 WS-PMS-DAY                       PIC 9(2).
       77 WS-PMS-HOUR                      PIC 9(2).
       77 WS-PMS-RAISED                    PIC 9(3).
       77 WS-PMS-OVERDUE                   PIC 9(3).
       77 WS-PMS-LISTED                    PIC 9(3).
       77 WS-PMS-FIND-EQ                   PIC 9(6).
       77 WS-PMS-NEXT-DUE                  PIC 9(8).
      * EVACUATION LIST WORK FIELDS - THE ZONE BEING SWEPT AND THE
      * HEADCOUNTS
       77 WS-EVA-ZONE                      PIC 9(2).
       77 WS-CRT-RATE-DECIMAL              PIC 9(2).
       77 WS-CRT-IDX                       PIC 9(2).
       77 WS-CRT-HIT                       PIC 9.
       77 WS-CRT-EOF                       PIC 9.
       77 WS-CRT-CNT                       PIC 9(2).
       77 WS-CRT-RACK                      PIC 9(7)V99.
       77 WS-CRT-NEGO                      PIC 9(7)V99.
       77 WS-SFE-BANKED                    PIC 9(9)V99.
       77 WS-SFE-DEP-TOTAL                 PIC 9(9)V99.
       77 WS-SFE-DEP-CNT                   PIC 9(4).
      * PETTY-CASH PAID-OUTS - THE ENTRY BEING KEYED, THE SHIFT'S
      * TOTAL AT THE CLOSE, THE PER-CATEGORY DAY TOTALS FOR THE
      * REPORT AND THE JOURNAL, AND THE CATEGORY TABLE ITSELF
      * (NAME AND THE EXPENSE ACCOUNT IT IS JOURNALLED TO)
       77 WS-PDO-AMT-ENTIER                PIC 9(5).
       77 WS-PDO-AMT-DECIMAL               PIC 9(2).
       77 WS-PDO-AMT                       PIC 9(5)V99.
       77 WS-PDO-CAT                       PIC 9.
       77 WS-PDO-PAYEE                     PIC X(30).
       77 WS-PDO-REF                       PIC X(15).
       77 WS-PDO-SHIFT-TOTAL               PIC 9(7)V99.
       77 WS-PDO-IDX                       PIC 9.
       77 WS-PDO-CNT                       PIC 9(4).
       77 WS-GL-PAIDOUTS                   PIC 9(9)V99.
       01 WS-PDO-DAY.
           05 WS-PDO-DAY-AMT               PIC 9(7)V99 OCCURS 5.
       01 WS-PDC-INIT.
           05 FILLER                       PIC X(28)
               VALUE "FLOWERS/DECORATION  606800  ".
           05 FILLER                       PIC X(28)
               VALUE "GUEST TRANSPORT     624800  ".
           05 FILLER                       PIC X(28)
               VALUE "EMERGENCY SUPPLIES  606300  ".
           05 FILLER                       PIC X(28)
               VALUE "POSTAGE/DELIVERY    626000  ".
           05 FILLER                       PIC X(28)
               VALUE "OTHER PAID-OUTS     628000  ".
       01 WS-PDC-TABLE REDEFINES WS-PDC-INIT.
           05 WS-PDC-ROW OCCURS 5.
              10 WS-PDC-NAME               PIC X(20).
              10 WS-PDC-ACCT               PIC X(8).
       01 WS-PDO-LINE.
           05 WS-PDO-L-NUM                 PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PDO-L-SHIFT               PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PDO-L-PAYEE               PIC X(24).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PDO-L-REF                 PIC X(15).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PDO-L-AMT                 PIC Z(4)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-PDO-L-MGR                 PIC X(6).
      * CHANNEL COMMISSION WORK FIELDS - PER-ORIGIN REVENUE
      * BUCKETS FOR THE MONTH BEING SETTLED AND THE RATE EDIT
      * STAGING
           05 WS-SIT-P-OCC                 PIC X(4).
           05 WS-SIT-P-ROOMS               PIC X(4).
           05 WS-SIT-P-MIS                 PIC X(4).
           05 WS-SIT-P-RSENT               PIC X(4).
           05 WS-SIT-P-RRECV               PIC X(4).
           05 WS-SIT-P-RREV                PIC X(12).
           05 WS-SIT-P-XOUT                PIC X(12).
           05 WS-SIT-P-XIN                 PIC X(12).
           05 WS-SIT-P-XSHORT              PIC X(12).
       77 WS-SIT-COMB-REV                  PIC 9(9)V99.
       77 WS-SIT-COMB-OCC                  PIC 9(4).
       77 WS-SIT-COMB-ROOMS               PIC 9(4).
       77 WS-SIT-COMB-MIS                 PIC 9(4).
      * REFERRALS BETWEEN THE HOUSES - THE DAY'S COUNTS ON THE
      * SUMMARY LINE AND THEIR OWNER ROLL-UP
       77 WS-SIT-RSENT                     PIC 9(4).
       77 WS-SIT-RRECV                     PIC 9(4).
       77 WS-SIT-RREV                      PIC 9(7)V99.
       77 WS-SIT-RREV-ED                   PIC 9(7).99.
       77 WS-SIT-COMB-RSENT                PIC 9(4).
       77 WS-SIT-COMB-RRECV                PIC 9(4).
       77 WS-SIT-COMB-RREV                 PIC 9(9)V99.
      * STOCK TRANSFERS - THE DAY'S VALUES SHIPPED, RECEIVED AND
      * SHORT ON THE SUMMARY LINE AND THEIR OWNER ROLL-UP
       77 WS-SIT-XOUT                      PIC 9(7)V99.
       77 WS-SIT-XIN                       PIC 9(7)V99.
       77 WS-SIT-XSHORT                    PIC 9(7)V99.
       77 WS-SIT-XOUT-ED                   PIC 9(7).99.
       77 WS-SIT-XIN-ED                    PIC 9(7).99.
       77 WS-SIT-XSHORT-ED                 PIC 9(7).99.
       77 WS-SIT-COMB-XOUT                 PIC 9(7)V99.
       77 WS-SIT-COMB-XIN                  PIC 9(7)V99.
       77 WS-SIT-COMB-XSHORT               PIC 9(7)V99.
      * CROSS-SITE AVAILABILITY (XSITE_PUBLISH / XSITE_LOOKUP) AND
      * THE REFERRAL TAKEN FROM IT
       77 WS-XS-EOF                        PIC 9.
       77 WS-XS-LINES                      PIC 9(5).
       77 WS-XS-HORIZON                    PIC 9(8).
       77 WS-XS-SITE                       PIC 9(2).
       77 WS-XS-STAMP                      PIC 9(12).
       77 WS-XS-AGE                        PIC S9(9).
       77 WS-XS-STALE                      PIC 9(5).
       77 WS-XS-FROM                       PIC S9(11).
       77 WS-XS-TO                         PIC S9(11).
       77 WS-XS-B-FROM                     PIC S9(11).
       77 WS-XS-B-TO                       PIC S9(11).
       77 WS-XS-ROOM                       PIC 9(4).
       77 WS-XS-CNT                        PIC 9(2).
       77 WS-XS-IDX                        PIC 9(2).
       77 WS-XS-FREE                       PIC 9(2).
       77 WS-XS-OK                         PIC 9.
       77 WS-XS-RATE-ED                    PIC ZZZZ9.99.
       77 WS-XS-PICK                       PIC 9(4).
       77 WS-XS-TEL                        PIC 9(10).
       77 WS-XS-NOM                        PIC X(30).
       77 WS-XS-PRENOM                     PIC X(30).
       01 WS-XS-FIELDS.
           05 WS-XS-P-KIND                 PIC X(1).
           05 WS-XS-P-1                    PIC X(12).
           05 WS-XS-P-2                    PIC X(30).
           05 WS-XS-P-3                    PIC X(12).
           05 WS-XS-P-4                    PIC X(12).
           05 WS-XS-P-5                    PIC X(4).
           05 WS-XS-P-6                    PIC X(4).
       01 WS-XS-TABLE.
           05 WS-XS-ENTRY OCCURS 50.
               10 WS-XS-T-ROOM             PIC 9(4).
               10 WS-XS-T-TYPE             PIC X(30).
               10 WS-XS-T-RATE             PIC 9(5)V99.
               10 WS-XS-T-BUSY             PIC 9.
      * STOCK TRANSFERS BETWEEN THE HOUSES (STOCK_TRANSFER_OUT/_IN
      * AND THE STOCK_TRANSFER_EXCHANGE BATCH)
       77 WS-XFR-FIND                      PIC 9(6).
       77 WS-XFR-CUR                       PIC 9(6).
       77 WS-XFR-SITE                      PIC 9(2).
       77 WS-XFR-ITEM                      PIC 9(4).
       77 WS-XFR-QTY                       PIC 9(5).
       77 WS-XFR-LINES                     PIC 9(3).
       77 WS-XFR-OK                        PIC 9.
       77 WS-XFR-EOF                       PIC 9.
       77 WS-XFR-IN-EOF                    PIC 9.
       77 WS-XFR-IN-CNT                    PIC 9(4).
       77 WS-XFR-C-CNT                     PIC 9(4).
       77 WS-XFR-VALUE                     PIC 9(7)V99.
       77 WS-XFR-SHORT                     PIC 9(7)V99.
       77 WS-XFR-TRANSIT                   PIC 9(9)V99.
       77 WS-XFR-VALUE-ED                  PIC Z(6)9.99.
       77 WS-XFR-SHORT-ED                  PIC Z(6)9.99.
       77 WS-XFR-STATE                     PIC X(10).
       01 WS-XFR-FIELDS.
           05 WS-XFR-P-KIND                PIC X(1).
           05 WS-XFR-P-1                   PIC X(8).
           05 WS-XFR-P-2                   PIC X(30).
           05 WS-XFR-P-3                   PIC X(30).
           05 WS-XFR-P-4                   PIC X(10).
           05 WS-XFR-P-5                   PIC X(12).
      * REPORT SUBSCRIPTIONS AND GATEWAY DELIVERY (SEE
      * QUEUE_REPORT_DELIVERIES)
       77 WS-SUB-PIX-MARK                  PIC 9(6).
       77 WS-SUB-PIX-LINE                  PIC 9(6).
       77 WS-SUB-EOF                       PIC 9.
       77 WS-SUB-STOP                      PIC 9.
       77 WS-SUB-MAX                       PIC 9.
       77 WS-SUB-QUEUED                    PIC 9(4).
       77 WS-SUB-DONE                      PIC 9(4).
       77 WS-SUB-RETRY                     PIC 9(4).
       77 WS-SUB-DEAD                      PIC 9(4).
       77 WS-SUB-CODE                      PIC X(8).
       77 WS-SUB-SPOOL                     PIC X(40).
       77 WS-SUB-TEXT                      PIC X(100).
       77 WS-SUB-ROLE-NAME                 PIC X(24).
       77 WS-SUB-KEY                       PIC 9(6).
       77 WS-SUB-ARR                       PIC 9(4).
       77 WS-SUB-DEP                       PIC 9(4).
       77 WS-SUB-FAIL                      PIC 9(4).
       77 WS-SUB-REV                       PIC 9(7)V99.
       77 WS-SUB-REV-ED                    PIC Z(6)9.99.
       77 WS-SUB-ARR-ED                    PIC Z(3)9.
       77 WS-SUB-DEP-ED                    PIC Z(3)9.
       77 WS-SUB-FAIL-ED                   PIC Z(3)9.
       77 WS-SUB-SUMLINE                   PIC X(100).
       01 WS-SUB-PIX-FIELDS.
           05 WS-SUB-P-DATE                PIC X(10).
           05 WS-SUB-P-CODE                PIC X(8).
           05 WS-SUB-P-FILE                PIC X(40).
       01 WS-SUB-RET-FIELDS.
           05 WS-SUB-R-KEY                 PIC X(8).
           05 WS-SUB-R-STATUS              PIC X(10).
           05 WS-SUB-R-REASON              PIC X(40).
      * NIGHTLY ANALYTICS EXTRACT (SEE ANALYTICS_EXTRACT)
       77 WS-ANX-NAME                      PIC X(40).
       77 WS-ANX-CODE                      PIC X(8).
       77 WS-ANX-FULL                      PIC 9.
       77 WS-ANX-FORCE                     PIC 9.
       77 WS-ANX-YEARS                     PIC 9(2).
       77 WS-ANX-STAMP                     PIC 9(12).
       77 WS-ANX-SINCE                     PIC 9(12).
       77 WS-ANX-SINCE-X                   PIC X(12).
       77 WS-ANX-SINCE-YM                  PIC 9(6).
       77 WS-ANX-PREV-YM                   PIC 9(6).
       77 WS-ANX-HWM                       PIC 9(12).
       77 WS-ANX-NEW-HWM                   PIC 9(12).
       77 WS-ANX-ROWS                      PIC 9(9).
       77 WS-ANX-TOTAL                     PIC 9(9).
       77 WS-ANX-EOF                       PIC 9.
       77 WS-ANX-SET                       PIC 9(2).
       77 WS-ANX-KEY                       PIC 9(9).
       77 WS-ANX-KEY-ED                    PIC Z(8)9.
       77 WS-ANX-IDX                       PIC 9(4).
       77 WS-ANX-HIT                       PIC 9.
       77 WS-ANX-CHG-CNT                   PIC 9(4).
       77 WS-ANX-CTL-CNT                   PIC 9(2).
       77 WS-ANX-LINE                      PIC 9(9).
       77 WS-ANX-A-LINE                    PIC X(250).
       77 WS-ANX-MIN                       PIC S9(7).
       77 WS-ANX-MIN-ED                    PIC Z(6)9.
       77 WS-ANX-COST-ED                   PIC Z(4)9.99.
       77 WS-ANX-RATE-ED                   PIC ZZ9.9(4).
       77 WS-ANX-D1                        PIC 9(8).
       77 WS-ANX-D2                        PIC 9(8).
       77 WS-ANX-D-INT                     PIC 9(8).
       77 WS-ANX-D-END                     PIC 9(8).
       77 WS-ANX-D-DOW                     PIC 9.
       77 WS-ANX-D-WKND                    PIC 9.
       77 WS-ANX-D-QTR                     PIC 9.
       01 WS-ANX-AUDIT-FIELDS.
           05 WS-ANX-A-STAMP               PIC X(16).
           05 WS-ANX-A-USER                PIC X(6).
           05 WS-ANX-A-FILE                PIC X(10).
           05 WS-ANX-A-KEY                 PIC X(20).
           05 WS-ANX-A-OP                  PIC X(10).
           05 WS-ANX-A-WHEN                PIC X(12).
       01 WS-ANX-DAY.
           05 WS-ANX-D-YEAR                PIC 9(4).
           05 WS-ANX-D-MONTH               PIC 9(2).
           05 WS-ANX-D-DAY                 PIC 9(2).
       01 WS-ANX-DAY-N REDEFINES WS-ANX-DAY PIC 9(8).
      * KEYS SEEN IN THE AUDIT TRAIL SINCE THE LAST EXTRACT - SET
      * 1 STAYS, 2 PAYMENTS, 3 EXTRAS, 4 MISSIONS, 5 CANCELLATIONS,
      * 7 ROOMS, 8 CLIENTS, 9 STAFF, 10 CHANNELS
       01 WS-ANX-CHANGES.
           05 WS-ANX-CHG OCCURS 3000 TIMES.
               10 WS-ANX-C-SET             PIC 9(2).
               10 WS-ANX-C-KEY             PIC 9(9).
      * ONE ENTRY PER FILE WRITTEN THIS RUN FOR THE CONTROL FILE
       01 WS-ANX-CONTROL.
           05 WS-ANX-CTL OCCURS 12 TIMES.
               10 WS-ANX-CTL-FILE          PIC X(20).
               10 WS-ANX-CTL-ROWS          PIC 9(9).
      * RESERVATION FINDER (SEE RESA_FINDER) - THE CRITERIA, THE
      * MATCHES FOUND AND THE SIX-LINE PAGE ON SCREEN
       77 WS-RFD-NAME                      PIC A(30).
       77 WS-RFD-NAME-LEN                  PIC 9(2).
       77 WS-RFD-CLI-NAME                  PIC A(30).
       77 WS-RFD-TEL                       PIC 9(10).
       77 WS-RFD-CONF                      PIC X(8).
       77 WS-RFD-PLATE                     PIC X(10).
       77 WS-RFD-CO                        PIC 9(4).
       77 WS-RFD-GRP                       PIC 9(6).
       77 WS-RFD-FROM                      PIC 9(8).
       77 WS-RFD-TO                        PIC 9(8).
       77 WS-RFD-TYPE                      PIC A(30).
       77 WS-RFD-TYPE-LEN                  PIC 9(2).
       77 WS-RFD-ARCH                      PIC A.
       77 WS-RFD-OK                        PIC 9.
       77 WS-RFD-TALLY                     PIC 9(2).
       77 WS-RFD-EOF                       PIC 9.
       77 WS-RFD-CNT                       PIC 9(2).
       77 WS-RFD-MORE                      PIC 9.
       77 WS-RFD-SKIP                      PIC 9(2).
       77 WS-RFD-IDX                       PIC 9(2).
       77 WS-RFD-PG                        PIC 9.
       77 WS-RFD-PICK                      PIC 9.
       77 WS-RFD-ACTION                    PIC 9.
       01 WS-RFD-STAY.
           05 WS-RFD-S-RESA                PIC 9(6).
           05 WS-RFD-S-CH                  PIC 9(4).
           05 WS-RFD-S-CL                  PIC 9(6).
           05 WS-RFD-S-FROM                PIC 9(8).
           05 WS-RFD-S-TO                  PIC 9(8).
           05 WS-RFD-S-STATUS              PIC 9.
           05 WS-RFD-S-CONF                PIC X(8).
           05 WS-RFD-S-PLATE               PIC X(10).
           05 WS-RFD-S-CO                  PIC 9(4).
           05 WS-RFD-S-GRP                 PIC 9(6).
           05 WS-RFD-S-SOURCE              PIC A(4).
       01 WS-RFD-HITS.
           05 WS-RFD-HIT OCCURS 60 TIMES.
               10 WS-RFD-H-RESA            PIC 9(6).
               10 WS-RFD-H-CH              PIC 9(4).
               10 WS-RFD-H-CL              PIC 9(6).
               10 WS-RFD-H-NAME            PIC A(20).
               10 WS-RFD-H-FROM            PIC 9(8).
               10 WS-RFD-H-TO              PIC 9(8).
               10 WS-RFD-H-STATUS          PIC 9.
               10 WS-RFD-H-SOURCE          PIC A(4).
       01 WS-RFD-PAGE.
           05 WS-RFD-ROW OCCURS 6 TIMES.
               10 WS-RFD-R-RESA            PIC 9(6).
               10 WS-RFD-R-CH              PIC 9(4).
               10 WS-RFD-R-CL              PIC 9(6).
               10 WS-RFD-R-NAME            PIC A(20).
               10 WS-RFD-R-FROM            PIC 9(8).
               10 WS-RFD-R-TO              PIC 9(8).
               10 WS-RFD-R-STATUS          PIC 9.
               10 WS-RFD-R-SOURCE          PIC A(4).
      * COMPETITOR RATE IMPORT AND POSITIONING (SEE
      * COMPETITOR_RATE_IMPORT / COMPETITOR_POSITION_REPORT)
       77 WS-CMP-EOF                       PIC 9.
       77 WS-CMP-READ                      PIC 9(5).
       77 WS-CMP-LOADED                    PIC 9(5).
       77 WS-CMP-REJECTED                  PIC 9(5).
       77 WS-CMP-TYPE                      PIC A(30).
       77 WS-CMP-WHY                       PIC X(20).
       77 WS-CMP-HOUR                      PIC 9(5)V99.
       77 WS-CMP-PKG                       PIC 9(7)V99.
       77 WS-CMP-DAYS                      PIC 9(3).
       77 WS-CMP-FROM                      PIC 9(8).
       77 WS-CMP-TO                        PIC 9(8).
       77 WS-CMP-THRESH                    PIC 9(3).
       77 WS-CMP-CUR-DATE                  PIC 9(8).
       77 WS-CMP-NEXT                      PIC 9(8).
       77 WS-CMP-CUR-TYPE                  PIC A(30).
       77 WS-CMP-OCC                       PIC 9(3).
       77 WS-CMP-OURS                      PIC 9(5)V99.
       77 WS-CMP-OURS-OK                   PIC 9.
       77 WS-CMP-N                         PIC 9(3).
       77 WS-CMP-SUM                       PIC 9(7)V99.
       77 WS-CMP-AVG                       PIC 9(5)V99.
       77 WS-CMP-PCT                       PIC S9(5)V9.
       77 WS-CMP-FLAG                      PIC X(14).
       77 WS-CMP-FLAGGED                   PIC 9(4).
       77 WS-CMP-GROUPS                    PIC 9(4).
       77 WS-CMP-HI-PCT                    PIC S9(5)V9.
       77 WS-CMP-HI-DATE                   PIC 9(8).
       77 WS-CMP-HI-TYPE                   PIC A(30).
       77 WS-CMP-LO-PCT                    PIC S9(5)V9.
       77 WS-CMP-LO-DATE                   PIC 9(8).
       77 WS-CMP-LO-TYPE                   PIC A(30).
       77 WS-CMP-RATE-ED                   PIC Z(4)9.99.
       77 WS-CMP-OURS-ED                   PIC Z(4)9.99.
       77 WS-CMP-PKG-ED                    PIC Z(6)9.99.
       77 WS-CMP-PCT-ED                    PIC -(5)9.9.
       77 WS-CMP-OCC-ED                    PIC ZZ9.
       01 WS-CMP-FIELDS.
           05 WS-CMP-P-COMP                PIC X(8).
           05 WS-CMP-P-DATE                PIC X(8).
           05 WS-CMP-P-CAT                 PIC X(20).
           05 WS-CMP-P-HOUR                PIC X(10).
           05 WS-CMP-P-PKG                 PIC X(10).
      * BUILDING MANAGEMENT COMMANDS (SEE BMS_ROOM_COMMAND,
      * BMS_CONTROL_ROOMS AND BMS_ENERGY_REPORT)
       77 WS-BMS-ROOM                      PIC 9(4).
       77 WS-BMS-MODE                      PIC X(7).
       77 WS-BMS-RESA                      PIC 9(6).
       77 WS-BMS-FORCE                     PIC 9 VALUE 0.
       77 WS-BMS-SEND                      PIC 9.
       77 WS-BMS-SYNC                      PIC 9.
       77 WS-BMS-LEAD                      PIC 9(4).
       77 WS-BMS-EOF                       PIC 9.
       77 WS-BMS-STOP                      PIC 9.
       77 WS-BMS-ROOMS                     PIC 9(4).
       77 WS-BMS-SENT                      PIC 9(4).
       77 WS-BMS-ACKED                     PIC 9(4).
       77 WS-BMS-PENDING                   PIC 9(4).
       77 WS-BMS-NOW-REAL                  PIC S9(11).
       77 WS-BMS-AT-REAL                   PIC S9(11).
       77 WS-BMS-P-FROM                    PIC S9(11).
       77 WS-BMS-P-TO                      PIC S9(11).
       77 WS-BMS-CUT-FROM                  PIC S9(11).
       77 WS-BMS-CUT-TO                    PIC S9(11).
       77 WS-BMS-MONTH-FROM                PIC 9(8).
       77 WS-BMS-MONTH-TO                  PIC 9(8).
       77 WS-BMS-ECO-PCT                   PIC 9(3).
       77 WS-BMS-CNT                       PIC 9(4).
       77 WS-BMS-IDX                       PIC 9(4).
       77 WS-BMS-TOT-ECO                   PIC 9(9).
       77 WS-BMS-TOT-OFF                   PIC 9(9).
       77 WS-BMS-SAVED                     PIC 9(9)V99.
       77 WS-BMS-TOT-SAVED                 PIC 9(9)V99.
       77 WS-BMS-ECO-ED                    PIC Z(6)9.9.
       77 WS-BMS-OFF-ED                    PIC Z(6)9.9.
       77 WS-BMS-SAVED-ED                  PIC Z(6)9.9.
       01 WS-BMS-NOW.
           05 WS-BMS-NOW-DATE              PIC 9(8).
           05 WS-BMS-NOW-HOURS             PIC 9(2).
           05 WS-BMS-NOW-MINUTE            PIC 9(2).
       01 WS-BMS-NOW-N REDEFINES WS-BMS-NOW PIC 9(12).
       01 WS-BMS-FRESA                     PIC X(400).
       01 WS-BMS-FIELDS.
           05 WS-BMS-P-NUM                 PIC X(6).
           05 WS-BMS-P-VERDICT             PIC X(6).
           05 WS-BMS-P-AT                  PIC X(12).
           05 WS-BMS-P-ROOM                PIC X(4).
           05 WS-BMS-P-MODE                PIC X(7).
       01 WS-BMS-TABLE.
           05 WS-BMS-T OCCURS 500.
               10 WS-BMS-T-ROOM            PIC 9(4).
               10 WS-BMS-T-MODE            PIC X(7).
               10 WS-BMS-T-SINCE           PIC S9(11).
               10 WS-BMS-T-ECO             PIC 9(7).
               10 WS-BMS-T-OFF             PIC 9(7).
      * CORPORATE CREDIT EXPOSURE (SEE CALC_COMPANY_EXPOSURE,
      * CHECK_COMPANY_CREDIT AND COMPANY_EXPOSURE_REPORT)
       77 WS-CRL-CO                        PIC 9(4).
       77 WS-CRL-LIMIT                     PIC 9(7)V99.
       77 WS-CRL-STAYS                     PIC 9(9)V99.
       77 WS-CRL-STMTS                     PIC 9(9)V99.
       77 WS-CRL-EXTRAS                    PIC 9(9)V99.
       77 WS-CRL-EXPOSURE                  PIC 9(9)V99.
       77 WS-CRL-NEW                       PIC 9(9)V99.
       77 WS-CRL-PROJ                      PIC 9(9)V99.
       77 WS-CRL-PCT                       PIC 9(5).
       77 WS-CRL-WARN-PCT                  PIC 9(3).
       77 WS-CRL-NEWSTAY                   PIC 9.
       77 WS-CRL-OK                        PIC 9.
       77 WS-CRL-OVERRIDE                  PIC 9.
       77 WS-CRL-ASK                       PIC X.
       77 WS-CRL-EOF                       PIC 9.
       77 WS-CRL-STOP                      PIC 9.
       77 WS-CRL-CO-EOF                    PIC 9.
       77 WS-CRL-BILLED                    PIC 9.
       77 WS-CRL-RESA                      PIC 9(6).
       77 WS-CRL-YM                        PIC 9(6).
       77 WS-CRL-MCNT                      PIC 9(3).
       77 WS-CRL-MIDX                      PIC 9(3).
       77 WS-CRL-YLD-ACTIVE                PIC 9.
       77 WS-CRL-YLD-FIRED                 PIC 9(4).
       77 WS-CRL-SHOWN                     PIC 9(4).
       77 WS-CRL-OVER                      PIC 9(4).
       77 WS-CRL-NEAR                      PIC 9(4).
       77 WS-CRL-TOTAL                     PIC 9(9)V99.
       77 WS-CRL-FLAG                      PIC X(8).
       77 WS-CRL-MSG                       PIC X(60).
       77 WS-CRL-PROMPT                    PIC X(30).
       77 WS-CRL-LIMIT-ED                  PIC Z(6)9.99.
       77 WS-CRL-EXP-ED                    PIC Z(8)9.99.
       77 WS-CRL-NEW-ED                    PIC Z(8)9.99.
       77 WS-CRL-PROJ-ED                   PIC Z(8)9.99.
       77 WS-CRL-STAYS-ED                  PIC Z(8)9.99.
       77 WS-CRL-STMTS-ED                  PIC Z(8)9.99.
       77 WS-CRL-EXTRAS-ED                 PIC Z(8)9.99.
       77 WS-CRL-PCT-ED                    PIC ZZZZ9.
       01 WS-CRL-MONTHS.
           05 WS-CRL-MONTH OCCURS 240      PIC 9(6).
       01 WS-CRL-FRESA                     PIC X(400).
       01 WS-CRL-FCH                       PIC X(200).
      * REVENUE RECOGNITION BY TIME CONSUMED - A STAY'S WINDOW AND
      * THE PERIOD WINDOW (YYYYMMDDHHMM), BOTH ON THE REAL MINUTE
      * SCALE, AND THE SHARE OF THE STAY'S AMOUNT FALLING INSIDE
       77 WS-RVS-S                         PIC 9(12).
       77 WS-RVS-E                         PIC 9(12).
       77 WS-RVS-A                         PIC 9(12).
       77 WS-RVS-B                         PIC 9(12).
       77 WS-RVS-S-REAL                    PIC S9(11).
       77 WS-RVS-E-REAL                    PIC S9(11).
       77 WS-RVS-A-REAL                    PIC S9(11).
       77 WS-RVS-B-REAL                    PIC S9(11).
       77 WS-RVS-LO                        PIC S9(11).
       77 WS-RVS-HI                        PIC S9(11).
       77 WS-RVS-TOTAL                     PIC S9(11).
       77 WS-RVS-AMT                       PIC 9(7)V99.
       77 WS-RVS-SHARE                     PIC 9(7)V99.
       77 WS-RVS-YEAR                      PIC 9(4).
       77 WS-RVS-MONTH                     PIC 9(2).
       77 WS-RVS-FIRST                     PIC 9(8).
       77 WS-RVS-LAST                      PIC 9(8).
       77 WS-RVS-NEXT                      PIC 9(8).
       77 WS-RVS-D                         PIC 9(8).
       77 WS-RVS-N                         PIC 9(2).
       77 WS-RVS-NIGHTS                    PIC 9(4).
       77 WS-RVS-N-FROM                    PIC S9(8).
       77 WS-RVS-N-TO                      PIC S9(8).
       77 WS-RVS-EOF                       PIC 9.
       77 WS-RVS-STAYS                     PIC 9(5).
       77 WS-RVS-GROSS                     PIC 9(9)V99.
       77 WS-RVS-NET                       PIC 9(9)V99.
       77 WS-RVS-VAT                       PIC 9(9)V99.
       77 WS-RVS-GROSS-ED                  PIC Z(8)9.99.
      * ELECTRONIC STATEMENTS - FILE NAME, RUNNING AND PER-RATE
      * TOTALS AND THE FIXED-POINT EDITS WRITTEN TO THE FILE
       77 WS-EST-NAME                      PIC X(40).
       77 WS-EST-KIND                      PIC X.
       77 WS-EST-DONE                      PIC 9.
       77 WS-EST-EOF                       PIC 9.
       77 WS-EST-FOUND                     PIC 9.
       77 WS-EST-LINES                     PIC 9(4).
       77 WS-EST-NET                       PIC 9(9)V99.
       77 WS-EST-VAT                       PIC 9(9)V99.
       77 WS-EST-TOT                       PIC 9(9)V99.
       77 WS-EST-CTL                       PIC 9(9)V99.
       77 WS-EST-S-NET                     PIC 9(7)V99.
       77 WS-EST-S-VAT                     PIC 9(7)V99.
       77 WS-EST-S-RATE                    PIC 9(3)V99.
       77 WS-EST-S-DATE                    PIC 9(8).
       77 WS-EST-S-RESA                    PIC 9(6).
       77 WS-EST-S-TYPE                    PIC X(30).
       01 WS-EST-C-TEXT.
           05 WS-EST-C-NOM                 PIC X(30).
           05 WS-EST-C-REF                 PIC X(20).
           05 WS-EST-C-ADR                 PIC X(100).
       77 WS-EST-RCNT                      PIC 9(2).
       77 WS-EST-RIDX                      PIC 9(2).
       77 WS-EST-FIRST                     PIC 9(8).
       77 WS-EST-LAST                      PIC 9(8).
       77 WS-EST-YEAR                      PIC 9(4).
       77 WS-EST-MONTH                     PIC 9(2).
       77 WS-EST-SENT                      PIC 9(4).
       77 WS-EST-RESENT                    PIC 9(4).
       77 WS-EST-NUM-ED                    PIC 9(6).
       77 WS-EST-HRS-ED                    PIC 9(5).99.
       77 WS-EST-RATE-ED                   PIC 9(3).99.
       77 WS-EST-NET-ED                    PIC 9(9).99.
       77 WS-EST-VAT-ED                    PIC 9(9).99.
       77 WS-EST-TOT-ED                    PIC 9(9).99.
       77 WS-EST-CTL-ED                    PIC 9(9).99.
       01 WS-EST-RATES.
           05 WS-EST-RATE-LINE OCCURS 10.
               10 WS-EST-R-RATE            PIC 9(3)V99.
               10 WS-EST-R-NET             PIC 9(9)V99.
               10 WS-EST-R-VAT             PIC 9(9)V99.
               10 WS-EST-R-TOT             PIC 9(9)V99.
      * CANCELLATION AND NO-SHOW ANALYSIS (CANCELLATION_ANALYSIS) -
      * ONE BOOKING AT A TIME (KIND 0 KEPT, 1 CANCELLED, 2 NO-SHOW),
      * THE REPORT MONTH'S BUCKETS PER DIMENSION (C CHANNEL, T ROOM
      * TYPE, D WEEKDAY, L LEAD TIME, A ACCOUNT), THE 13-MONTH TREND
      * AND THE CLIENTS' NO-SHOWS OVER THE LAST TWELVE MONTHS
       77 WS-CNA-YEAR                      PIC 9(4).
       77 WS-CNA-MONTH                     PIC 9(2).
       77 WS-CNA-YM                        PIC 9(6).
       77 WS-CNA-FROM-YM                   PIC 9(6).
       77 WS-CNA-ARR                       PIC 9(8).
       77 WS-CNA-BOOKED                    PIC 9(8).
       77 WS-CNA-KIND                      PIC 9.
       77 WS-CNA-ORG                       PIC 9.
       77 WS-CNA-CO                        PIC 9(4).
       77 WS-CNA-CH                        PIC 9(4).
       77 WS-CNA-CL                        PIC 9(6).
       77 WS-CNA-RESA                      PIC 9(6).
       77 WS-CNA-DAYS                      PIC S9(5).
       77 WS-CNA-FEE                       PIC 9(7)V99.
       77 WS-CNA-LOST                      PIC 9(7)V99.
       77 WS-CNA-DIM                       PIC X.
       77 WS-CNA-KEY                       PIC X(20).
       77 WS-CNA-CNT                       PIC 9(3).
       77 WS-CNA-IDX                       PIC 9(3).
       77 WS-CNA-NS-CNT                    PIC 9(3).
       77 WS-CNA-T                         PIC 9(2).
       77 WS-CNA-MIN-NS                    PIC 9(2).
       77 WS-CNA-CANDS                     PIC 9(4).
       77 WS-CNA-EOF                       PIC 9.
       77 WS-CNA-CEOF                      PIC 9.
       77 WS-CNA-RATE                      PIC 9(3)V9.
       77 WS-CNA-TOT-BOOK                  PIC 9(5).
       77 WS-CNA-TOT-CANC                  PIC 9(5).
       77 WS-CNA-TOT-NOSH                  PIC 9(5).
       77 WS-CNA-TOT-FEE                   PIC 9(7)V99.
       77 WS-CNA-TOT-LOST                  PIC 9(7)V99.
       77 WS-CNA-AVG-RATE                  PIC 9(3)V9.
       77 WS-CNA-I                         PIC 9(3).
       77 WS-CNA-TYPE                      PIC X(20).
       77 WS-CNA-SUM-BOOK                  PIC 9(6).
       77 WS-CNA-SUM-HIT                   PIC 9(6).
       77 WS-CNA-HIT                       PIC 9(5).
       77 WS-CNA-LABEL                     PIC X(14).
       77 WS-CNA-RATE-ED                   PIC ZZ9.9.
       77 WS-CNA-AVG-ED                    PIC ZZ9.9.
       77 WS-CNA-FEE-ED                    PIC Z(6)9.99.
       77 WS-CNA-LOST-ED                   PIC Z(6)9.99.
       77 WS-CNA-TIMES-ED                  PIC ZZ9.
       01 WS-CNA-BUCKETS.
           05 WS-CNA-BK OCCURS 150.
               10 WS-CNA-B-DIM             PIC X.
               10 WS-CNA-B-KEY             PIC X(20).
               10 WS-CNA-B-BOOK            PIC 9(5).
               10 WS-CNA-B-CANC            PIC 9(5).
               10 WS-CNA-B-NOSH            PIC 9(5).
               10 WS-CNA-B-FEE             PIC 9(7)V99.
               10 WS-CNA-B-LOST            PIC 9(7)V99.
       01 WS-CNA-TREND.
           05 WS-CNA-TR OCCURS 13.
               10 WS-CNA-T-YM              PIC 9(6).
               10 WS-CNA-T-BOOK            PIC 9(5).
               10 WS-CNA-T-CANC            PIC 9(5).
               10 WS-CNA-T-NOSH            PIC 9(5).
       01 WS-CNA-NOSHOWS.
           05 WS-CNA-NS OCCURS 300.
               10 WS-CNA-NS-CL             PIC 9(6).
               10 WS-CNA-NS-TIMES          PIC 9(3).
               10 WS-CNA-NS-FEE            PIC 9(7)V99.
       01 WS-CNA-DAY-NAMES                 PIC X(21)
           VALUE "SATSUNMONTUEWEDTHUFRI".
       01 WS-CNA-DAY-TABLE REDEFINES WS-CNA-DAY-NAMES.
           05 WS-CNA-DAY-NAME              PIC X(3) OCCURS 7.
       01 WS-CNA-LINE.
           05 WS-CNA-L-KEY                 PIC X(20).
           05 FILLER                       PIC X.
           05 WS-CNA-L-BOOK                PIC ZZZZ9.
           05 FILLER                       PIC X.
           05 WS-CNA-L-CANC                PIC ZZZZ9.
           05 FILLER                       PIC X.
           05 WS-CNA-L-NOSH                PIC ZZZZ9.
           05 FILLER                       PIC X.
           05 WS-CNA-L-RATE                PIC ZZ9.9.
           05 FILLER                       PIC X.
           05 WS-CNA-L-FEE                 PIC Z(6)9.99.
           05 FILLER                       PIC X.
           05 WS-CNA-L-LOST                PIC Z(6)9.99.
      * WEEKLY CLERK EXCEPTION MONITOR - TEN SENSITIVE MEASURES PER
      * DESK CLERK OVER THE LAST SEVEN DAYS, THE HOUSE AVERAGE PER
      * MEASURE AND THE THRESHOLD ABOVE WHICH A CLERK IS FLAGGED
       01 WS-XCM-MEASURES-INIT.
           05 FILLER                       PIC X(36)
               VALUE "REFUNDS     VOIDS       DISCOUNTS   ".
           05 FILLER                       PIC X(36)
               VALUE "NO-FEE CANC.PRICE CHANGEDRAWER VAR. ".
           05 FILLER                       PIC X(48)
               VALUE "LATE LOGINS OVERRIDES   PUNCH FIXES COMPS       ".
       01 WS-XCM-MEASURES REDEFINES WS-XCM-MEASURES-INIT.
           05 WS-XCM-MEASURE               PIC X(12) OCCURS 10.
       01 WS-XCM-CLERKS.
           05 WS-XCM-CLERK OCCURS 100.
               10 WS-XCM-C-NUMP            PIC 9(4).
               10 WS-XCM-C-NAME            PIC X(10).
               10 WS-XCM-C-CNT             PIC 9(4) OCCURS 10.
       01 WS-XCM-TOTALS.
           05 WS-XCM-TOT                   PIC 9(6) OCCURS 10.
           05 WS-XCM-AVG                   PIC 9(4)V99 OCCURS 10.
       77 WS-XCM-CNT                       PIC 9(3).
       77 WS-XCM-IDX                       PIC 9(3).
       77 WS-XCM-M                         PIC 9(2).
       77 WS-XCM-NUMP                      PIC 9(4).
       77 WS-XCM-EOF                       PIC 9.
       77 WS-XCM-FROM                      PIC 9(8).
       77 WS-XCM-TO                        PIC 9(8).
       77 WS-XCM-DAY                       PIC 9(8).
       01 WS-XCM-D.
           05 WS-XCM-D-YEAR                PIC 9(4).
           05 WS-XCM-D-MONTH               PIC 9(2).
           05 WS-XCM-D-DAY                 PIC 9(2).
       77 WS-XCM-FROM-TXT                  PIC X(10).
       77 WS-XCM-TO-TXT                    PIC X(10).
       77 WS-XCM-LATE-FROM                 PIC 9(2).
       77 WS-XCM-LATE-TO                   PIC 9(2).
       77 WS-XCM-HOUR                      PIC 9(2).
       77 WS-XCM-PCT                       PIC 9(3)V99.
       77 WS-XCM-MIN                       PIC 9(3)V99.
       77 WS-XCM-OUT                       PIC 9.
       77 WS-XCM-FLAGS                     PIC 9(4).
       77 WS-XCM-A-FILE                    PIC X(10).
       77 WS-XCM-A-KEY                     PIC X(20).
       77 WS-XCM-A-OP                      PIC X(10).
       77 WS-XCM-A-STAMP                   PIC X(16).
       77 WS-XCM-A-USER                    PIC X(4).
       77 WS-XCM-OLD-HOUR                  PIC X(5).
       77 WS-XCM-OLD-WKND                  PIC X(5).
      * ROOM TURNAROUND - THE STAY'S CLOCK WHILE IT IS CAPTURED AND
      * THE BUCKETS (1 = ROOM TYPE, 2 = ZONE, 3 = CLEANER) THE
      * DAILY AND MONTHLY REPORTS AVERAGE
       77 WS-TAT-FOUND                     PIC 9(6).
       77 WS-TAT-RESA                      PIC 9(6).
       77 WS-TAT-EOF                       PIC 9.
       77 WS-TAT-STOP                      PIC 9.
       01 WS-TAT-STAMP.
           05 WS-TAT-S-DATE                PIC 9(8).
           05 WS-TAT-S-HOURS               PIC 9(2).
           05 WS-TAT-S-MINUTE              PIC 9(2).
       77 WS-TAT-D1                        PIC 9(8).
       77 WS-TAT-H1                        PIC 9(2).
       77 WS-TAT-M1                        PIC 9(2).
       77 WS-TAT-D2                        PIC 9(8).
       77 WS-TAT-H2                        PIC 9(2).
       77 WS-TAT-M2                        PIC 9(2).
       77 WS-TAT-MIN                       PIC S9(9).
       77 WS-TAT-MODE                      PIC X.
       77 WS-TAT-FROM                      PIC 9(8).
       77 WS-TAT-TO                        PIC 9(8).
       77 WS-TAT-DAY                       PIC 9(8).
       01 WS-TAT-D.
           05 WS-TAT-D-YEAR                PIC 9(4).
           05 WS-TAT-D-MONTH               PIC 9(2).
           05 WS-TAT-D-DAY                 PIC 9(2).
       77 WS-TAT-DIM                       PIC 9.
       77 WS-TAT-KEY                       PIC X(30).
       77 WS-TAT-BCNT                      PIC 9(3).
       77 WS-TAT-I                         PIC 9(3).
       77 WS-TAT-HIT                       PIC 9.
       77 WS-TAT-R-LOST                    PIC 9(7).
       77 WS-TAT-R-STAGE                   PIC 9.
       77 WS-TAT-R-WAIT                    PIC 9(7).
       77 WS-TAT-R-CLEAN                   PIC 9(7).
       77 WS-TAT-R-INSP                    PIC 9(7).
       77 WS-TAT-CNT                       PIC 9(6).
       77 WS-TAT-SUM                       PIC 9(9).
       77 WS-TAT-LOST                      PIC 9(9).
       77 WS-TAT-WORST                     PIC 9(5).
       77 WS-TAT-WORST-CH                  PIC 9(4).
       77 WS-TAT-WORST-RESA                PIC 9(6).
       77 WS-TAT-WORST-DATE                PIC 9(8).
       01 WS-TAT-BUCKETS.
           05 WS-TAT-B OCCURS 300.
               10 WS-TAT-B-DIM             PIC 9.
               10 WS-TAT-B-KEY             PIC X(30).
               10 WS-TAT-B-TGT             PIC 9(4).
               10 WS-TAT-B-CNT             PIC 9(5).
               10 WS-TAT-B-SUM             PIC 9(9).
               10 WS-TAT-B-WORST           PIC 9(5).
               10 WS-TAT-B-OVER            PIC 9(5).
               10 WS-TAT-B-LOST            PIC 9(9).
               10 WS-TAT-B-SCNT            PIC 9(5).
               10 WS-TAT-B-WAIT            PIC 9(9).
               10 WS-TAT-B-CLEAN           PIC 9(9).
               10 WS-TAT-B-INSP            PIC 9(9).
       01 WS-TAT-LINE.
           05 WS-TAT-L-KEY                 PIC X(16).
           05 WS-TAT-L-CNT                 PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-AVG                 PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-WAIT                PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-CLEAN               PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-INSP                PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-WORST               PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-TGT                 PIC Z(5).
           05 FILLER                       PIC X.
           05 WS-TAT-L-OVER                PIC Z(4)9.
           05 FILLER                       PIC X.
           05 WS-TAT-L-LOST                PIC Z(5)9.9.
       77 WS-TAT-E-MIN                     PIC Z(4)9.
       77 WS-TAT-E-LOST                    PIC Z(6)9.9.
      * TARIFF WHAT-IF - WS-WIF-ON ARMS THE SCENARIO OVERLAY IN THE
      * PRICING CHAIN (WS-WIF-S = WHICH OF THE CHOSEN SCENARIOS),
      * WS-WIF-RL HOLDS EVERY LINE OF THE CHOSEN SCENARIOS AS READ
      * FROM fwhatif, WS-WIF-OCC THE ARCHIVED ROOMS IN USE PER DAY OF
      * THE REPLAYED PERIOD FOR THE YIELD BANDS
       77 WS-WIF-ON                        PIC 9 VALUE 0.
       77 WS-WIF-S                         PIC 9.
       77 WS-WIF-NSC                       PIC 9.
       77 WS-WIF-FROM                      PIC 9(8).
       77 WS-WIF-TO                        PIC 9(8).
       01 WS-WIF-SCENS.
           05 WS-WIF-SC1                   PIC X(8).
           05 WS-WIF-SC2                   PIC X(8).
           05 WS-WIF-SC3                   PIC X(8).
       01 WS-WIF-SCENS-R REDEFINES WS-WIF-SCENS.
           05 WS-WIF-SC                    PIC X(8) OCCURS 3.
       77 WS-WIF-RCNT                      PIC 9(3).
       01 WS-WIF-RULES.
           05 WS-WIF-R OCCURS 150.
               10 WS-WIF-R-SCN             PIC 9.
               10 WS-WIF-RL                PIC X(93).
       77 WS-WIF-I                         PIC 9(3).
       77 WS-WIF-HOLD                      PIC X(93).
       77 WS-WIF-HIT                       PIC 9.
       77 WS-WIF-RKIND                     PIC 9.
       77 WS-WIF-RNUM                      PIC 9(4).
       77 WS-WIF-EOF                       PIC 9.
       77 WS-WIF-STAY                      PIC 9(8).
       77 WS-WIF-RATE                      PIC S9(5)V99.
       77 WS-WIF-ROOMS                     PIC 9(4).
       77 WS-WIF-BASE                      PIC 9(7).
       77 WS-WIF-DAYS                      PIC 9(3).
       77 WS-WIF-N1                        PIC 9(7).
       77 WS-WIF-N2                        PIC 9(7).
       77 WS-WIF-X                         PIC 9(3).
       01 WS-WIF-OCCUPANCY.
           05 WS-WIF-OCC                   PIC 9(4) OCCURS 366.
       77 WS-WIF-STAYS                     PIC 9(6).
       77 WS-WIF-CUR                       PIC S9(7)V99.
       77 WS-WIF-NEW                       PIC S9(7)V99.
       77 WS-WIF-DELTA                     PIC S9(7)V99.
       77 WS-WIF-ABS                       PIC 9(7)V99.
       77 WS-WIF-T                         PIC 9(2).
       77 WS-WIF-TCNT                      PIC 9(2).
       77 WS-WIF-W                         PIC 9.
       77 WS-WIF-C                         PIC 9.
       77 WS-WIF-K                         PIC 9.
       77 WS-WIF-P                         PIC 9.
       01 WS-WIF-TYPES.
           05 WS-WIF-TY OCCURS 30.
               10 WS-WIF-TY-NAME           PIC A(30).
               10 WS-WIF-TY-DOW OCCURS 7.
                   15 WS-WIF-TY-STAYS      PIC 9(5).
                   15 WS-WIF-TY-AMT        PIC S9(9)V99 OCCURS 4.
       01 WS-WIF-SUMS.
           05 WS-WIF-SUM                   PIC S9(9)V99 OCCURS 4.
       77 WS-WIF-SUM-STAYS                 PIC 9(6).
       01 WS-WIF-GRANDS.
           05 WS-WIF-GRAND                 PIC S9(9)V99 OCCURS 4.
       77 WS-WIF-PCT                       PIC S9(5)V9.
       77 WS-WIF-E-PCT                     PIC -(4)9.9.
       01 WS-WIF-TOPS.
           05 WS-WIF-TOP OCCURS 3.
               10 WS-WIF-TP OCCURS 5.
                   15 WS-WIF-TP-RESA       PIC 9(6).
                   15 WS-WIF-TP-CH         PIC 9(4).
                   15 WS-WIF-TP-DATE       PIC 9(8).
                   15 WS-WIF-TP-CUR        PIC S9(7)V99.
                   15 WS-WIF-TP-NEW        PIC S9(7)V99.
                   15 WS-WIF-TP-ABS        PIC 9(7)V99.
       01 WS-WIF-DAY-NAMES.
           05 FILLER                       PIC X(21)
               VALUE "SATSUNMONTUEWEDTHUFRI".
       01 WS-WIF-DAY-NAMES-R REDEFINES WS-WIF-DAY-NAMES.
           05 WS-WIF-DAY-NAME              PIC X(3) OCCURS 7.
       77 WS-WIF-KEY                       PIC X(16).
       01 WS-WIF-LINE.
           05 WS-WIF-L-KEY                 PIC X(16).
           05 WS-WIF-L-STAYS               PIC Z(4)9.
           05 WS-WIF-L-AMT                 PIC -(8)9.99 OCCURS 4.
       01 WS-WIF-TLINE.
           05 WS-WIF-T-RESA                PIC 9(6).
           05 FILLER                       PIC X.
           05 WS-WIF-T-CH                  PIC 9(4).
           05 FILLER                       PIC X.
           05 WS-WIF-T-DATE                PIC 9(8).
           05 WS-WIF-T-CUR                 PIC -(7)9.99.
           05 WS-WIF-T-NEW                 PIC -(7)9.99.
           05 WS-WIF-T-DELTA               PIC -(7)9.99.
       01 WS-XCM-LINE.
           05 WS-XCM-L-NUMP                PIC 9(4).
           05 FILLER                       PIC X.
           05 WS-XCM-L-NAME                PIC X(10).
           05 WS-XCM-L-COL OCCURS 10.
               10 WS-XCM-L-VAL             PIC Z(3)9.
               10 WS-XCM-L-FLAG            PIC X.
       01 WS-XCM-AVG-LINE.
           05 FILLER                       PIC X(15)
               VALUE "HOUSE AVERAGE".
           05 WS-XCM-V-AVG                 PIC ZZ9.9 OCCURS 10.
       77 WS-XCM-E-CNT                     PIC Z(3)9.
       77 WS-XCM-E-AVG                     PIC Z(3)9.99.
      * HOUSEKEEPING GRATUITIES - THE AMOUNT KEYED AT CHECKOUT OR
      * SENT BY THE KIOSK, THE POOL BEING DISTRIBUTED AND EACH
      * CLEANER'S BASIS UNDER THE CHOSEN RULE
       77 WS-GRT-AMT-ENTIER                PIC 9(5).
       77 WS-GRT-AMT-DECIMAL               PIC 9(2).
       77 WS-GRT-METHOD                    PIC 9.
       77 WS-GRT-SOURCE                    PIC X.
       01 WS-GRT-PERIOD.
           05 WS-GRT-YEAR                  PIC 9(4).
           05 WS-GRT-MONTH                 PIC 9(2).
       77 WS-GRT-RULE                      PIC 9.
       77 WS-GRT-POOL                      PIC 9(7)V99.
       77 WS-GRT-LINES                     PIC 9(5).
       77 WS-GRT-TOTAL                     PIC 9(9).
       77 WS-GRT-SHARE                     PIC 9(7)V99.
       77 WS-GRT-GIVEN                     PIC 9(7)V99.
       77 WS-GRT-LEFT                      PIC 9(5).
       77 WS-GRT-CNT                       PIC 9(3).
       77 WS-GRT-IDX                       PIC 9(3).
       77 WS-GRT-I                         PIC 9(3).
       77 WS-GRT-NUMP                      PIC 9(4).
       77 WS-GRT-ADD                       PIC 9(5).
       77 WS-GRT-MIN                       PIC S9(9).
       77 WS-GRT-D1                        PIC 9(8).
       77 WS-GRT-D2                        PIC 9(8).
       77 WS-GRT-EOF                       PIC 9.
       77 WS-GRT-RO-EOF                    PIC 9.
       77 WS-GRT-SHIFT                     PIC 9(7)V99.
       77 WS-GRT-GL-AMT                    PIC 9(9)V99.
       77 WS-GRT-GL-DR                     PIC X(8).
       77 WS-GRT-GL-CR                     PIC X(8).
       77 WS-GRT-GL-DR-DESC                PIC X(30).
       77 WS-GRT-GL-CR-DESC                PIC X(30).
       77 WS-GRT-POOL-ED                   PIC Z(6)9.99.
       01 WS-GRT-STAFF.
           05 WS-GRT-ST OCCURS 200.
               10 WS-GRT-S-NUMP            PIC 9(4).
               10 WS-GRT-S-BASIS           PIC 9(7).
      * CUTOFF LINE PREFIX FOR THE WEEKLY VIOLATIONS REPORT - THE
      * OVERRIDE LOG LINES START YYYY-MM-DD SO A STRING COMPARE
      * AGAINST TODAY MINUS SEVEN DAYS FILTERS THE WEEK
       77 WS-LAU-IDX                       PIC 9(2).
       77 WS-LAU-HIT                       PIC 9.
       77 WS-LAU-CNT                       PIC 9(2).
       77 WS-LAU-LOST-VALUE                PIC 9(7)V99.
       77 WS-LAU-UNIT-COST                 PIC 9(5)V9(4).
       77 WS-LAU-VALUE-TOTAL               PIC 9(9)V99.
       77 WS-LAU-VALUE-ED                  PIC Z(6)9.99.
       01 WS-LAU-TABLE.
           05 WS-LAU-ENTRY OCCURS 20.
               10 WS-LAU-ITEM              PIC 9(4).
       77 WS-PO-INCOMPLETE                 PIC 9.
       77 WS-PO-OPEN-CNT                   PIC 9(4).
       77 WS-PO-AGE-DAYS                   PIC 9(5).
      * SUPPLIER INVOICE WORK FIELDS - THE REGISTER NUMBER BEING
      * MATCHED OR APPROVED, THE MATCH TOLERANCE (fparam "APTL", IN
      * PERCENT), THE LINE AND HEADER FIGURES BEING COMPARED, THE
      * FIRST BLOCKING REASON FOUND AND THE AP EXPORT TALLIES
       77 WS-SIN-NUM                       PIC 9(6).
       77 WS-SIN-TOL                       PIC 9(3)V99.
       77 WS-SIN-NET                       PIC 9(7)V99.
       77 WS-SIN-VAT                       PIC 9(7)V99.
       77 WS-SIN-GROSS                     PIC 9(7)V99.
       77 WS-SIN-KEYED                     PIC 9(7)V99.
       77 WS-SIN-DIFF                      PIC S9(7)V99.
       77 WS-SIN-ALLOWED                   PIC 9(7)V99.
       77 WS-SIN-OPEN-QTY                  PIC 9(5).
       77 WS-SIN-QTY-LIMIT                 PIC 9(7)V99.
       77 WS-SIN-PO-PRICE                  PIC 9(5)V99.
       77 WS-SIN-PRICE                     PIC 9(5)V99.
       77 WS-SIN-PRICE-ED                  PIC ZZZZ9.99.
       77 WS-SIN-PO-PRICE-ED               PIC ZZZZ9.99.
       77 WS-SIN-LINES                     PIC 9(3).
       77 WS-SIN-BAD                       PIC 9(3).
       77 WS-SIN-REASON                    PIC X(40).
       77 WS-SIN-EOF                       PIC 9.
       77 WS-SIN-WORD                      PIC X(8).
       77 WS-SIN-COUNT                     PIC 9(5).
       77 WS-SIN-EXP-TOTAL                 PIC 9(9)V99.
       77 WS-SIN-SAVE                      PIC X(135).
       77 WS-SIN-SUP                       PIC 9(4).
       77 WS-SIN-REF                       PIC X(20).
      * AMENITY SEARCH WORK FIELDS - UP TO THREE REQUIRED AMENITY
      * NUMBERS TYPED ON THE FINDER SCREEN (0 = NOT USED) AND THE
      * PER-ROOM MATCH VERDICT
       77 WS-RFD-METHOD                    PIC 9.
       77 WS-RFD-ORIG-AMT                  PIC 9(5)V99.
       77 WS-RFD-SHIFT-TOTAL               PIC 9(7)V99.
      * CARD DISPUTES - THE CASE NUMBER ASKED FOR, THE OUTCOME KEYED,
      * THE STAY AND ROOM THE EVIDENCE PACK IS BUILT AROUND, AND THE
      * DAY'S LOST CHARGEBACKS FOR THE JOURNAL
       77 WS-DSP-NUM                       PIC 9(6).
       77 WS-DSP-OUTCOME                   PIC 9.
       77 WS-DSP-ORIG-AMT                  PIC 9(5)V99.
       77 WS-DSP-RESA                      PIC 9(6).
       77 WS-DSP-ROOM                      PIC 9(4).
       77 WS-DSP-CLIENT                    PIC 9(6).
       77 WS-DSP-FROM                      PIC 9(8).
       77 WS-DSP-TO                        PIC 9(8).
       77 WS-DSP-KIOSK                     PIC 9.
       77 WS-DSP-CONF                      PIC X(8).
       77 WS-DSP-EOF                       PIC 9.
       77 WS-DSP-WORD                      PIC X(10).
       77 WS-DSP-SAVE                      PIC X(92).
       77 WS-DSP-COUNT                     PIC 9(4).
       77 WS-GL-CHARGEBACKS                PIC 9(9)V99.
      * BUDGET-VERSUS-ACTUAL WORK FIELDS - THE AS-OF DATE, ONE ROW
      * PER ROOM TYPE (ROW 21 IS THE ALL-TYPES TOTAL) AND, PER ROW,
      * THE FOUR MEASURES: 1 ROOM REVENUE, 2 EXTRAS REVENUE,
      * 3 OCCUPIED ROOM-HOURS, 4 STAYS
       01 WS-BVA-DATE                      PIC 9(8).
       01 WS-BVA-DATE-R REDEFINES WS-BVA-DATE.
           05  WS-BVA-YEAR                 PIC 9(4).
           05  WS-BVA-MONTH                PIC 9(2).
           05  WS-BVA-DAY                  PIC 9(2).
       77 WS-BVA-MONTH-START               PIC 9(8).
       77 WS-BVA-YEAR-START                PIC 9(8).
       77 WS-BVA-ON                        PIC 9(8).
       77 WS-BVA-DAYS                      PIC 9(2).
       77 WS-BVA-TYPE                      PIC A(30).
       77 WS-BVA-ROW                       PIC 9(2).
       77 WS-BVA-ROWS                      PIC 9(2).
       77 WS-BVA-R                         PIC 9(2).
       77 WS-BVA-M                         PIC 9.
       77 WS-BVA-MEASURE                   PIC 9(9)V99.
       77 WS-BVA-AMOUNT                    PIC 9(9)V99.
       77 WS-BVA-VAR                       PIC S9(9)V99.
       77 WS-BVA-PCT                       PIC S9(7)V9.
       77 WS-BVA-LOST                      PIC 9(4).
       01 WS-BVA-TABLE.
           05 WS-BVA-ENTRY OCCURS 21.
              10 WS-BVA-LABEL              PIC A(30).
              10 WS-BVA-FIG OCCURS 4.
                 15 WS-BVA-MTD-ACT         PIC 9(9)V99.
                 15 WS-BVA-YTD-ACT         PIC 9(9)V99.
                 15 WS-BVA-MTD-BUD         PIC 9(9)V99.
                 15 WS-BVA-YTD-BUD         PIC 9(9)V99.
                 15 WS-BVA-MON-BUD         PIC 9(9)V99.
       01 WS-BVA-NAME-INIT.
           05 FILLER PIC X(14) VALUE "ROOM REVENUE".
           05 FILLER PIC X(14) VALUE "EXTRAS REVENUE".
           05 FILLER PIC X(14) VALUE "ROOM-HOURS".
           05 FILLER PIC X(14) VALUE "STAYS".
       01 WS-BVA-NAME-TABLE REDEFINES WS-BVA-NAME-INIT.
           05 WS-BVA-NAME                  PIC X(14) OCCURS 4.
       01 WS-BVA-LINE.
           05 WS-BVA-L-NAME                PIC X(14).
           05 WS-BVA-L-PERIOD              PIC X(4).
           05 WS-BVA-L-BUD                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-BVA-L-ACT                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-BVA-L-VAR                 PIC -Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-BVA-L-PCT                 PIC -ZZ9.9.
           05 WS-BVA-L-TAIL.
              10 FILLER                    PIC X VALUE SPACE.
              10 WS-BVA-L-PROJ             PIC Z(6)9.99.
              10 FILLER                    PIC X VALUE SPACE.
              10 WS-BVA-L-MON              PIC Z(6)9.99.
      * KPI REPORT WORK FIELDS - THE CHOSEN RANGE AND THE SAME
      * RANGE A YEAR EARLIER, THE ROOM'S WORK-ORDER SPANS WHILE ITS
      * AVAILABLE HOURS ARE COUNTED, AND ONE ROW PER SEGMENT (ROW 1
      * ALL ROOMS, ROWS 2-8 MONDAY TO SUNDAY, THEN ROOM TYPES AND
      * ZONES AS MET) WITH AVAILABLE HOURS, SOLD HOURS AND REVENUE
      * FOR THE PERIOD (1) AND LAST YEAR (2)
       01 WS-KPI-FROM                      PIC 9(8).
       01 WS-KPI-FROM-R REDEFINES WS-KPI-FROM.
           05  WS-KPI-FROM-YEAR            PIC 9(4).
           05  WS-KPI-FROM-MD              PIC 9(4).
       01 WS-KPI-TO                        PIC 9(8).
       01 WS-KPI-TO-R REDEFINES WS-KPI-TO.
           05  WS-KPI-TO-YEAR              PIC 9(4).
           05  WS-KPI-TO-MD                PIC 9(4).
       01 WS-KPI-LY-FROM                   PIC 9(8).
       01 WS-KPI-LY-FROM-R REDEFINES WS-KPI-LY-FROM.
           05  WS-KPI-LY-FROM-YEAR         PIC 9(4).
           05  WS-KPI-LY-FROM-MD           PIC 9(4).
       01 WS-KPI-LY-TO                     PIC 9(8).
       01 WS-KPI-LY-TO-R REDEFINES WS-KPI-LY-TO.
           05  WS-KPI-LY-TO-YEAR           PIC 9(4).
           05  WS-KPI-LY-TO-MD             PIC 9(4).
       01 WS-KPI-DAY                       PIC 9(8).
       01 WS-KPI-DAY-R REDEFINES WS-KPI-DAY.
           05  WS-KPI-DAY-YEAR             PIC 9(4).
           05  WS-KPI-DAY-MONTH            PIC 9(2).
           05  WS-KPI-DAY-DAY              PIC 9(2).
       77 WS-KPI-INT                       PIC 9(7).
       77 WS-KPI-INT-END                   PIC 9(7).
       77 WS-KPI-SPAN                      PIC S9(7).
       77 WS-KPI-P                         PIC 9.
       77 WS-KPI-EOF                       PIC 9.
       77 WS-KPI-OUT                       PIC 9.
       77 WS-KPI-HOURS                     PIC 9(5)V99.
       77 WS-KPI-REV                       PIC 9(7)V99.
       77 WS-KPI-DIM                       PIC 9.
       77 WS-KPI-KEY                       PIC X(30).
       77 WS-KPI-DOW-ROW                   PIC 9(2).
       77 WS-KPI-ROW                       PIC 9(2).
       77 WS-KPI-ROWS                      PIC 9(2).
       77 WS-KPI-R                         PIC 9(2).
       77 WS-KPI-TROW                      PIC 9(2).
       77 WS-KPI-ZROW                      PIC 9(2).
       77 WS-KPI-LOST                      PIC 9(4).
       77 WS-KPI-COLD-YEAR                 PIC 9(4).
       77 WS-KPI-WO-CNT                    PIC 9(2).
       77 WS-KPI-WO-I                      PIC 9(2).
       01 WS-KPI-WO-TABLE.
           05 WS-KPI-WO OCCURS 30.
              10 WS-KPI-WO-OPEN            PIC 9(8).
              10 WS-KPI-WO-CLOSED          PIC 9(8).
       01 WS-KPI-TABLE.
           05 WS-KPI-ENTRY OCCURS 48.
              10 WS-KPI-E-DIM              PIC 9.
              10 WS-KPI-E-KEY              PIC X(30).
              10 WS-KPI-FIG OCCURS 2.
                 15 WS-KPI-AVAIL           PIC 9(7)V99.
                 15 WS-KPI-SOLD            PIC 9(7)V99.
                 15 WS-KPI-REVENUE         PIC 9(9)V99.
       01 WS-KPI-DOW-INIT.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01 WS-KPI-DOW-TABLE REDEFINES WS-KPI-DOW-INIT.
           05 WS-KPI-DOW-NAME              PIC X(9) OCCURS 7.
       77 WS-KPI-OCC                       PIC 9(5)V9.
       77 WS-KPI-ADR                       PIC 9(5)V99.
       77 WS-KPI-REVPAR                    PIC 9(5)V99.
       77 WS-KPI-CUR-REVPAR                PIC 9(5)V99.
       77 WS-KPI-CHG                       PIC S9(5)V9.
       01 WS-KPI-LINE.
           05 WS-KPI-L-KEY                 PIC X(16).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-AVAIL               PIC Z(6)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-OCC                 PIC ZZ9.9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-ADR                 PIC ZZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-REVPAR              PIC ZZZ9.99.
           05 FILLER                       PIC X(2) VALUE " |".
           05 WS-KPI-L-LY-OCC              PIC ZZ9.9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-LY-ADR              PIC ZZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-LY-REVPAR           PIC ZZZ9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-KPI-L-CHG                 PIC -ZZ9.9.
      * MARKET SEGMENT WORK FIELDS - WS-SEG-DEFAULTED = 1 WHEN
      * CHECK_MARKET_SEGMENT TOOK THE CLIENT'S LAST SEGMENT
       77 WS-SEG-DEFAULTED                 PIC 9.
      * SEGMENT MIX REPORT - ONE ROW PER fseg SEGMENT (THE FIRST 20)
      * PLUS A LAST UNCLASSIFIED ROW (BLANK OR UNLISTED CODES), EACH
      * WITH TWELVE MONTHS AND THE YEAR (13); WS-SMX-TOT IS THE
      * ALL-SEGMENT TOTAL OF EACH MONTH THE SHARES ARE TAKEN FROM
       77 WS-SMX-YEAR                      PIC 9(4).
       77 WS-SMX-EOF                       PIC 9.
       77 WS-SMX-XEOF                      PIC 9.
       77 WS-SMX-ROWS                      PIC 9(2).
       77 WS-SMX-R                         PIC 9(2).
       77 WS-SMX-M                         PIC 9(2).
       77 WS-SMX-SEG                       PIC X(6).
       77 WS-SMX-MONTH                     PIC 9(2).
       77 WS-SMX-RESA                      PIC 9(6).
       77 WS-SMX-HOURS                     PIC 9(7)V99.
       77 WS-SMX-REV                       PIC S9(7)V99.
       77 WS-SMX-AVG                       PIC 9(7)V99.
       77 WS-SMX-SHARE                     PIC 9(7)V9.
       01 WS-SMX-TABLE.
           05 WS-SMX-ENTRY OCCURS 21.
              10 WS-SMX-E-CODE             PIC X(6).
              10 WS-SMX-E-LABEL            PIC X(30).
              10 WS-SMX-FIG OCCURS 13.
                 15 WS-SMX-STAYS           PIC 9(5).
                 15 WS-SMX-HRS             PIC 9(7)V99.
                 15 WS-SMX-AMT             PIC S9(9)V99.
       01 WS-SMX-TOTALS.
           05 WS-SMX-TOT OCCURS 13.
              10 WS-SMX-TOT-STAYS          PIC 9(5).
              10 WS-SMX-TOT-AMT            PIC S9(9)V99.
       01 WS-SMX-LINE.
           05 WS-SMX-L-CODE                PIC X(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-LABEL               PIC X(20).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-STAYS               PIC Z(4)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-HOURS               PIC Z(6)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-REV                 PIC -Z(7)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-AVG                 PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SMX-L-SHARE               PIC ZZ9.9.
      * CLIENT RFM SCORING - THE AUDIENCE CODES THE MONTHLY RUN CAN
      * GIVE A CLIENT (fcl_rfm_seg / fcg_audience), IN THE ORDER THE
      * DISTRIBUTION REPORT PRINTS THEM, WITH WHAT EACH MEANS
       01 WS-RFM-SEG-INIT.
           05 FILLER PIC X(8) VALUE "CHAMPION".
           05 FILLER PIC X(8) VALUE "LOYAL".
           05 FILLER PIC X(8) VALUE "NEWONCE".
           05 FILLER PIC X(8) VALUE "BIGLAPSE".
           05 FILLER PIC X(8) VALUE "ATRISK".
           05 FILLER PIC X(8) VALUE "LAPSED".
           05 FILLER PIC X(8) VALUE "REGULAR".
           05 FILLER PIC X(8) VALUE "NOSTAY".
       01 WS-RFM-SEG-TABLE REDEFINES WS-RFM-SEG-INIT.
           05 WS-RFM-SEG-NAME              PIC X(8) OCCURS 8.
       01 WS-RFM-DESC-INIT.
           05 FILLER PIC X(24) VALUE "RECENT, FREQUENT, BIG".
           05 FILLER PIC X(24) VALUE "FREQUENT, STILL COMING".
           05 FILLER PIC X(24) VALUE "NEW ONE-TIMER".
           05 FILLER PIC X(24) VALUE "LAPSED BIG SPENDER".
           05 FILLER PIC X(24) VALUE "SLIPPING (3-6 MONTHS)".
           05 FILLER PIC X(24) VALUE "LAPSED (OVER 6 MONTHS)".
           05 FILLER PIC X(24) VALUE "OCCASIONAL".
           05 FILLER PIC X(24) VALUE "NEVER STAYED".
       01 WS-RFM-DESC-TABLE REDEFINES WS-RFM-DESC-INIT.
           05 WS-RFM-SEG-DESC              PIC X(24) OCCURS 8.
       77 WS-RFM-EOF                       PIC 9.
       77 WS-RFM-XEOF                      PIC 9.
       77 WS-RFM-IEOF                      PIC 9.
       77 WS-RFM-CL                        PIC 9(6).
       77 WS-RFM-RESA                      PIC 9(6).
       77 WS-RFM-ON                        PIC 9(8).
       77 WS-RFM-TODAY                     PIC 9(8).
       77 WS-RFM-STAYS                     PIC 9(4).
       77 WS-RFM-LAST                      PIC 9(8).
       77 WS-RFM-LTV                       PIC 9(7)V99.
       77 WS-RFM-DAYS                      PIC 9(7).
       77 WS-RFM-TOP                       PIC 9(7)V99.
       77 WS-RFM-S                         PIC 9.
       77 WS-RFM-I                         PIC 9(2).
       77 WS-RFM-OK                        PIC 9.
       77 WS-RFM-CLIENTS                   PIC 9(6).
       77 WS-RFM-PCT                       PIC 9(3)V9.
       77 WS-RFM-AVG                       PIC 9(7)V99.
       01 WS-RFM-DIST.
           05 WS-RFM-D OCCURS 8.
              10 WS-RFM-D-CNT              PIC 9(6).
              10 WS-RFM-D-LTV              PIC 9(9)V99.
      * SCORE HISTOGRAMS - ENTRY 1 IS SCORE 0 (NO STAY) .. 6 IS 5
       01 WS-RFM-HIST.
           05 WS-RFM-H OCCURS 6.
              10 WS-RFM-H-R                PIC 9(6).
              10 WS-RFM-H-F                PIC 9(6).
              10 WS-RFM-H-M                PIC 9(6).
       01 WS-RFM-LINE.
           05 WS-RFM-L-CODE                PIC X(8).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RFM-L-DESC                PIC X(24).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RFM-L-CNT                 PIC Z(5)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RFM-L-PCT                 PIC ZZ9.9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RFM-L-LTV                 PIC Z(8)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-RFM-L-AVG                 PIC Z(6)9.99.
      * CAMPAIGN AUDIENCE TEST - WS-CAM-AUDIENCE HOLDS THE CAMPAIGN'S
      * fcg_audience, WS-CAM-IN = 1 WHEN THE LOADED CLIENT IS IN IT
       77 WS-CAM-AUDIENCE                  PIC X(8).
       77 WS-CAM-IN                        PIC 9.
      * GUEST MESSAGE LANGUAGES - fparam "HLNG" PICKS THE HOUSE ONE BY
      * ITS POSITION IN THIS LIST (1 = FR)
       01 WS-LNG-INIT.
           02 FILLER PIC X(12) VALUE "FRENDEESITNL".
       01 WS-LNG-TABLE REDEFINES WS-LNG-INIT.
           02 WS-LNG-CODE PIC X(2) OCCURS 6.
       77 WS-LNG-HOUSE                     PIC X(2).
       77 WS-LNG-CHECK                     PIC X(2).
       77 WS-LNG-OK                        PIC 9.
       77 WS-LNG-I                         PIC 9(2).
      * BUILD_GUEST_MESSAGE - TYPE/LANGUAGE/DEFAULT WORDING AND THE
      * PLACEHOLDER VALUES IN, READY TEXT OUT IN WS-MSG-TEXT
       77 WS-MSG-TYPE                      PIC X(8).
       77 WS-MSG-LANG                      PIC X(2).
       77 WS-MSG-DEFAULT                   PIC X(100).
       77 WS-MSG-NAME                      PIC X(30).
       77 WS-MSG-ROOM                      PIC Z(3)9.
       77 WS-MSG-TIME                      PIC X(16).
       77 WS-MSG-CODE                      PIC X(10).
       77 WS-MSG-SRC                       PIC X(100).
       77 WS-MSG-TOKEN                     PIC X(6).
       77 WS-MSG-TEXT                      PIC X(120).
       77 WS-MSG-I                         PIC 9(3).
       77 WS-MSG-COMMAS                    PIC 9(3).
      * THE MESSAGE TYPES THE WRITERS ASK BUILD_GUEST_MESSAGE FOR
       01 WS-MSG-TYPE-INIT.
           02 FILLER PIC X(8) VALUE "REMIND".
           02 FILLER PIC X(8) VALUE "TIMEUP".
           02 FILLER PIC X(8) VALUE "SURVEY".
           02 FILLER PIC X(8) VALUE "FLASH".
           02 FILLER PIC X(8) VALUE "BDAY".
           02 FILLER PIC X(8) VALUE "STANDBY".
           02 FILLER PIC X(8) VALUE "GRPDUE".
       01 WS-MSG-TYPE-TABLE REDEFINES WS-MSG-TYPE-INIT.
           02 WS-MSG-TYPE-NAME PIC X(8) OCCURS 7.
      * GUEST REPLIES TO THE REMINDER AND THE CONFIRMATION CALL LIST
       01 WS-SMR-FIELDS.
           05 WS-SMR-RESA                  PIC X(10).
           05 WS-SMR-FROM                  PIC X(60).
           05 WS-SMR-TEXT                  PIC X(100).
       77 WS-SMR-WORD                      PIC X(10).
       77 WS-SMR-KIND                      PIC 9.
       77 WS-SMR-CONFIRMED                 PIC 9(5).
       77 WS-SMR-CANCELLED                 PIC 9(5).
       77 WS-SMR-IGNORED                   PIC 9(5).
       77 WS-SMR-CALLS                     PIC 9(5).
       77 WS-SMR-EOF                       PIC 9.
       01 WS-SMR-CUTOFF.
           05 WS-SMR-CUTOFF-DATE           PIC 9(8).
           05 WS-SMR-CUTOFF-HOURS          PIC 9(2).
           05 WS-SMR-CUTOFF-MINUTE         PIC 9(2).
       77 WS-MSG-P                         PIC 9(3).
      * THE CLEANERS' HANDHELD EXCHANGE - ONE EVENT LINE SPLIT OUT,
      * THE REASON IT WAS TURNED AWAY AND THE PASS COUNTS
       01 WS-HHD-FIELDS.
           05 WS-HHD-EVENT                 PIC X(10).
           05 WS-HHD-MIS                   PIC X(10).
           05 WS-HHD-STAFF                 PIC X(10).
           05 WS-HHD-STAMP.
               10 WS-HHD-DATE              PIC 9(8).
               10 WS-HHD-HOURS             PIC 9(2).
               10 WS-HHD-MINUTE            PIC 9(2).
           05 WS-HHD-DETAIL                PIC X(40).
           05 WS-HHD-PLACE                 PIC X(30).
       77 WS-HHD-NUMP                      PIC 9(4).
       77 WS-HHD-NUMCK                     PIC 9(4).
       77 WS-HHD-REASON                    PIC X(30).
       77 WS-HHD-EOF                       PIC 9.
       77 WS-HHD-DONE-EOF                  PIC 9.
       77 WS-HHD-TICKED                    PIC 9.
       77 WS-HHD-TICKS                     PIC 9(2).
       77 WS-HHD-STARTED                   PIC 9.
       77 WS-HHD-POSTED                    PIC 9(5).
       77 WS-HHD-REJECTED                  PIC 9(5).
       77 WS-HHD-MISSIONS                  PIC 9(5).
      * HOUSEKEEPING ROUNDS - ROOMS LOGGED, THE EXCEPTION FOUND FOR
      * ONE SIGHTING, THE LAST CLEAN OF ITS ROOM AND THE CLERK ON
      * SHIFT AT THE TIME
       77 WS-SGT-LOGGED                    PIC 9(4).
       77 WS-SGT-EOF                       PIC 9.
       77 WS-SGT-SUB-EOF                   PIC 9.
       77 WS-SGT-USED                      PIC 9.
       77 WS-SGT-RESA                      PIC 9(6).
       77 WS-SGT-EXCEPTION                 PIC X(30).
       77 WS-SGT-CLERK                     PIC X(35).
       77 WS-SGT-AT                        PIC 9(4).
       77 WS-SGT-OPEN                      PIC 9(4).
       77 WS-SGT-CLOSE                     PIC 9(4).
       77 WS-SGT-CHECKED                   PIC 9(5).
       77 WS-SGT-FLAGGED                   PIC 9(5).
       01 WS-SGT-LAST-CLEAN.
           05 WS-SGT-LAST-CLEAN-DATE       PIC 9(8).
           05 WS-SGT-LAST-CLEAN-HOURS      PIC 9(2).
           05 WS-SGT-LAST-CLEAN-MINUTE     PIC 9(2).
       01 WS-SGT-STATE-INIT.
           02 FILLER PIC X(12) VALUE "OCCUPIED".
           02 FILLER PIC X(12) VALUE "VACANT".
           02 FILLER PIC X(12) VALUE "VACANT USED".
       01 WS-SGT-STATE-TABLE REDEFINES WS-SGT-STATE-INIT.
           02 WS-SGT-STATE-NAME PIC X(12) OCCURS 3.
      * DOWNTIME LOST-REVENUE WORK FIELDS - THE MONTH, THE HOUSE'S
      * BOOKED HOURS PER DAY, THE ROOM BEING COSTED WITH ITS DAY
      * MARKS (0 SELLABLE, ELSE THE CAUSE THAT TOOK THE DAY) AND THE
      * PER-ORDER TABLE THE RANKING IS PRINTED FROM
       01 WS-DTL-MONTH-START               PIC 9(8).
       01 WS-DTL-MONTH-START-R REDEFINES WS-DTL-MONTH-START.
           05  WS-DTL-YEAR                 PIC 9(4).
           05  WS-DTL-MONTH                PIC 9(2).
           05  WS-DTL-DAY1                 PIC 9(2).
       77 WS-DTL-MONTH-END                 PIC 9(8).
       77 WS-DTL-DAYS                      PIC 9(2).
       77 WS-DTL-EOF                       PIC 9.
       77 WS-DTL-GOT                       PIC 9.
       77 WS-DTL-RDONE                     PIC 9.
       77 WS-DTL-LAST-CH                   PIC 9(4).
       77 WS-DTL-ROOM                      PIC 9(4).
       77 WS-DTL-STATUS                    PIC 9.
       77 WS-DTL-TYPE                      PIC A(30).
       77 WS-DTL-ZONE                      PIC 9(2).
       77 WS-DTL-ROOM-HOURS                PIC 9(2).
       77 WS-DTL-FROM                      PIC 9(8).
       77 WS-DTL-TO                        PIC 9(8).
       77 WS-DTL-CAUSE                     PIC 9.
       77 WS-DTL-D                         PIC 9(2).
       77 WS-DTL-D-TO                      PIC 9(2).
       77 WS-DTL-OCC                       PIC 9(3).
       77 WS-DTL-HOLD                      PIC 9.
       77 WS-DTL-HOLD-FROM                 PIC 9(8).
       77 WS-DTL-EP-HOURS                  PIC 9(5).
       77 WS-DTL-EP-LOST                   PIC 9(7)V99.
       77 WS-DTL-DAY-LOST                  PIC 9(7)V99.
       77 WS-DTL-C                         PIC 9.
       77 WS-DTL-W                         PIC 9(3).
       77 WS-DTL-BEST                      PIC 9(3).
       77 WS-DTL-WO-CNT                    PIC 9(3).
       77 WS-DTL-ROOMS-HIT                 PIC 9(4).
       01 WS-DTL-BOOKED-TABLE.
           05 WS-DTL-BOOKED                PIC 9(6) OCCURS 31.
           05 WS-DTL-CAP                   PIC 9(6) OCCURS 31.
       01 WS-DTL-MARK-TABLE.
           05 WS-DTL-MARK                  PIC 9 OCCURS 31.
       01 WS-DTL-CAUSE-TABLE.
           05 WS-DTL-CAUSE-ENTRY OCCURS 3.
              10 WS-DTL-RM-HOURS           PIC 9(5).
              10 WS-DTL-RM-LOST            PIC 9(7)V99.
              10 WS-DTL-HS-HOURS           PIC 9(7).
              10 WS-DTL-HS-LOST            PIC 9(9)V99.
       01 WS-DTL-WO-TABLE.
           05 WS-DTL-WO-ENTRY OCCURS 200.
              10 WS-DTL-WO-NUM             PIC 9(6).
              10 WS-DTL-WO-ROOM            PIC 9(4).
              10 WS-DTL-WO-EQ              PIC 9(6).
              10 WS-DTL-WO-TEXT            PIC X(30).
              10 WS-DTL-WO-HOURS           PIC 9(5).
              10 WS-DTL-WO-LOST            PIC 9(7)V99.
              10 WS-DTL-WO-DONE            PIC 9.
       01 WS-DTL-CAUSE-INIT.
           02 FILLER PIC X(18) VALUE "MAINTENANCE".
           02 FILLER PIC X(18) VALUE "FAILED INSPECTION".
           02 FILLER PIC X(18) VALUE "CLOSE-OUT".
       01 WS-DTL-CAUSE-NAMES REDEFINES WS-DTL-CAUSE-INIT.
           02 WS-DTL-CAUSE-NAME PIC X(18) OCCURS 3.
       01 WS-DTL-LINE.
           05 WS-DTL-L-ROOM                PIC Z(3)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DTL-L-CAUSE               PIC X(18).
           05 WS-DTL-L-HOURS               PIC Z(6)9.
           05 FILLER                       PIC X(2) VALUE SPACES.
           05 WS-DTL-L-LOST                PIC Z(8)9.99.
       01 WS-DTL-WO-LINE.
           05 WS-DTL-WL-NUM                PIC 9(6).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DTL-WL-ROOM               PIC Z(3)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DTL-WL-EQ                 PIC Z(5)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DTL-WL-HOURS              PIC Z(4)9.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DTL-WL-LOST               PIC Z(6)9.99.
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-DTL-WL-TEXT               PIC X(30).
      * CREDIT NOTE WORK FIELDS - THE INVOICE AND REASON KEYED BY THE
      * CLERK, THE GROSS AMOUNT CREDITED PER VAT BUCKET (1 = ROOM,
      * 2-5 = EXTRA-CHARGE CODES 1-4), WHAT EARLIER CREDIT NOTES HAVE
      * ALREADY TAKEN OFF THE SAME INVOICE AND THE REFUND LINE (IF
      * ANY) THE NOTE ANSWERS
       77 WS-AV-INV                        PIC 9(10).
       77 WS-AV-REASON                     PIC X(30).
       77 WS-AV-PAY                        PIC 9(6).
       77 WS-AV-IDX                        PIC 9.
       77 WS-AV-TOTAL                      PIC 9(7)V99.
       77 WS-AV-TAX                        PIC 9(7)V99.
       77 WS-AV-PRIOR                      PIC 9(7)V99.
       77 WS-AV-INV-TOTAL                  PIC 9(7)V99.
       77 WS-AV-INV-RESA                   PIC 9(6).
       77 WS-AV-INV-CL                     PIC 9(6).
       77 WS-AV-LINE-AMT                   PIC 9(7)V99.
       01 WS-AV-ENTRY.
           05 WS-AV-IN OCCURS 5.
               10 WS-AV-IN-ENTIER          PIC 9(5).
               10 WS-AV-IN-DECIMAL         PIC 9(2).
       77 WS-GL-AV-GROSS                   PIC 9(9)V99.
       77 WS-GL-AV-VAT                     PIC 9(9)V99.
       77 WS-TAX-AV-COUNT                  PIC 9(4).
       77 WS-TAX-AV-GROSS                  PIC 9(9)V99.
       77 WS-TAX-AV-PART                   PIC 9(9)V99.
       77 WS-TAX-NET                       PIC S9(9)V99.
       77 WS-TAX-NET-VAT                   PIC S9(7)V99.
       77 WS-TAX-ROOM-VAT                  PIC S9(7)V99.
       77 WS-TAX-AMT-ED                    PIC -(9)9.99.
       77 WS-TAX-VAT-ED                    PIC -(7)9.99.
      * SALES REGISTER - THE PERIOD (MONTH 0 = THE WHOLE FISCAL
      * YEAR), THE SERIES BEING WALKED AND THE LAST NUMBER/DATE SEEN
      * IN IT, THE SIGNED AMOUNTS OF THE DOCUMENT IN HAND (CREDIT
      * NOTES NEGATIVE), THE RUNNING TOTALS, ONE ROW PER VAT RATE MET
      * AND THE EXCEPTIONS FLAGGED. WS-SRG-RESTART IS SET BY THE
      * YEARLY COUNTERS WHEN A NEW FISCAL YEAR STARTS THEIR SERIES.
       77 WS-SRG-RESTART                   PIC 9.
       77 WS-SRG-YEAR                      PIC 9(4).
       77 WS-SRG-MONTH                     PIC 9(2).
       77 WS-SRG-FREEZE                    PIC 9.
       77 WS-SRG-KIND                      PIC X(3).
       77 WS-SRG-FROM                      PIC 9(10).
       77 WS-SRG-UPTO                      PIC 9(10).
       77 WS-SRG-NUM                       PIC 9(10).
       77 WS-SRG-PREV                      PIC 9(10).
       77 WS-SRG-MISS-FROM                 PIC 9(10).
       77 WS-SRG-MISS-TO                   PIC 9(10).
       77 WS-SRG-INV-LAST                  PIC 9(10).
       77 WS-SRG-AV-LAST                   PIC 9(10).
       77 WS-SRG-NEXT                      PIC 9(10).
       77 WS-SRG-DATE                      PIC 9(8).
       77 WS-SRG-PREV-DATE                 PIC 9(8).
       77 WS-SRG-LIVE-EOF                  PIC 9.
       77 WS-SRG-ARCH-EOF                  PIC 9.
       77 WS-SRG-TAKE                      PIC 9.
       01 WS-SRG-LIVE-REC.
           05 WS-SRG-LIVE-NUM              PIC 9(10).
           05 FILLER                       PIC X(173).
       01 WS-SRG-ARCH-REC.
           05 WS-SRG-ARCH-NUM              PIC 9(10).
           05 FILLER                       PIC X(173).
       77 WS-SRG-CTR-YEAR                  PIC 9(6).
       77 WS-SRG-CTR                       PIC 9(6).
       77 WS-SRG-COUNT                     PIC 9(6).
       77 WS-SRG-ISSUES                    PIC 9(4).
       77 WS-SRG-TOT                       PIC S9(7)V99.
       77 WS-SRG-VAT                       PIC S9(7)V99.
       77 WS-SRG-NET                       PIC S9(7)V99.
       77 WS-SRG-SUM-TOT                   PIC S9(9)V99.
       77 WS-SRG-SUM-VAT                   PIC S9(9)V99.
       77 WS-SRG-SUM-NET                   PIC S9(9)V99.
       77 WS-SRG-IDX                       PIC 9.
       77 WS-SRG-R                         PIC 9(2).
       77 WS-SRG-RATES                     PIC 9(2).
       77 WS-SRG-FOUND                     PIC 9.
       77 WS-SRG-LN-RATE                   PIC 9(3)V99.
       77 WS-SRG-LN-BASE                   PIC S9(7)V99.
       77 WS-SRG-LN-VAT                    PIC S9(7)V99.
       01 WS-SRG-RATE-TABLE.
           05 WS-SRG-RATE-ROW OCCURS 10.
               10 WS-SRG-R-RATE            PIC 9(3)V99.
               10 WS-SRG-R-BASE            PIC S9(9)V99.
               10 WS-SRG-R-VAT             PIC S9(9)V99.
       01 WS-SRG-DOC-LINE.
           05 WS-SRG-D-KIND                PIC X(4).
           05 WS-SRG-D-NUM                 PIC 9(10).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SRG-D-DD                  PIC 9(2).
           05 FILLER                       PIC X VALUE "/".
           05 WS-SRG-D-MM                  PIC 9(2).
           05 FILLER                       PIC X VALUE "/".
           05 WS-SRG-D-YYYY                PIC 9(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-SRG-D-CL                  PIC 9(6).
           05 WS-SRG-D-NET                 PIC -(6)9.99.
           05 WS-SRG-D-VAT                 PIC -(6)9.99.
           05 WS-SRG-D-TOT                 PIC -(6)9.99.
       01 WS-SRG-RATE-LINE.
           05 FILLER                       PIC X(15) VALUE
               "     VAT AT ".
           05 WS-SRG-L-RATE                PIC ZZ9.99.
           05 FILLER                       PIC X(9) VALUE "% ON ".
           05 WS-SRG-L-BASE                PIC -(8)9.99.
           05 FILLER                       PIC X(7) VALUE " VAT ".
           05 WS-SRG-L-VAT                 PIC -(8)9.99.
       01 WS-SRG-TOTAL-LINE.
           05 FILLER                       PIC X(6) VALUE "TOTAL ".
           05 WS-SRG-T-COUNT               PIC ZZZZZ9.
           05 FILLER                       PIC X(11) VALUE
               " DOCUMENTS ".
           05 WS-SRG-T-NET                 PIC -(9)9.99.
           05 WS-SRG-T-VAT                 PIC -(9)9.99.
           05 WS-SRG-T-TOT                 PIC -(9)9.99.
       77 WS-SREG-NAME                     PIC X(60).
       77 WS-MGR-LOGIN                     PIC 9(4).
       77 WS-MGR-PASSWORD                  PIC X(30).
       77 WS-MGR-OK                        PIC 9.
       77 WS-AUTH-STALE-DAYS               PIC 9(3).
       77 WS-AUTH-AGE-DAYS                 PIC 9(5).
       77 WS-AUTH-STALE-CNT                PIC 9(4).
      * CARD SETTLEMENT RECONCILIATION - ONE PARSED DROP LINE, WHAT
      * IT MATCHED, THE GRACE DAYS A CAPTURE MAY WAIT FOR THE
      * PROCESSOR (fparam "STLD"), THE FIRST DAY A DROP WAS EVER
      * IMPORTED (NOTHING OLDER IS CHASED) AND THE RUN'S COUNTS
       01 WS-STL-FIELDS.
           05 WS-STL-DATE-X                PIC X(8).
           05 WS-STL-CODE                  PIC X(8).
           05 WS-STL-AMT-X                 PIC X(12).
           05 WS-STL-FEE-X                 PIC X(12).
       77 WS-STL-DATE                      PIC 9(8).
       77 WS-STL-AMOUNT                    PIC 9(5)V99.
       77 WS-STL-FEE                       PIC 9(5)V99.
       77 WS-STL-CAP                       PIC 9(5)V99.
       77 WS-STL-MATCH                     PIC 9.
       77 WS-STL-AUTH                      PIC 9(6).
       77 WS-STL-PAY                       PIC 9(6).
       77 WS-STL-RESA                      PIC 9(6).
       77 WS-STL-CAP-DATE                  PIC 9(8).
       77 WS-STL-SEEN                      PIC 9.
       77 WS-STL-DAYS                      PIC 9(3).
       77 WS-STL-START                     PIC 9(8).
       77 WS-STL-LIMIT                     PIC 9(8).
       77 WS-STL-FROM                      PIC 9(8).
       77 WS-STL-READ                      PIC 9(4).
       77 WS-STL-MATCHED                   PIC 9(4).
       77 WS-STL-UNKNOWN                   PIC 9(4).
       77 WS-STL-MISMATCH                  PIC 9(4).
       77 WS-STL-UNSETTLED                 PIC 9(4).
       77 WS-STL-FEES                      PIC 9(7)V99.
       77 WS-GL-CARD-FEES                  PIC 9(9)V99.
      * BANK STATEMENT IMPORT - ONE PARSED STATEMENT LINE, ITS
      * REFERENCE IN CAPITALS, THE DEPOSIT SLIP NUMBER FOUND IN IT,
      * THE COMPANY NAME BEING LOOKED FOR, THE DAYS A SLIP MAY TAKE
      * TO REACH THE BANK (fparam "BNKD") AND THE RUN'S COUNTS
       01 WS-BNK-FIELDS.
           05 WS-BNK-DATE-X                PIC X(8).
           05 WS-BNK-AMT-X                 PIC X(14).
           05 WS-BNK-REF                   PIC X(60).
       77 WS-BNK-DATE                      PIC 9(8).
       77 WS-BNK-AMOUNT                    PIC S9(7)V99.
       77 WS-BNK-SLIP                      PIC 9(6).
       77 WS-BNK-POS                       PIC 9(2).
       77 WS-BNK-DIGITS                    PIC 9.
       77 WS-BNK-HITS                      PIC 9(3).
       77 WS-BNK-NAME                      PIC X(30).
       77 WS-BNK-NAME-LEN                  PIC 9(2).
       77 WS-BNK-DONE                      PIC 9.
       77 WS-BNK-DAYS                      PIC 9(3).
       77 WS-BNK-LIMIT                     PIC 9(8).
       77 WS-BNK-READ                      PIC 9(4).
       77 WS-BNK-DEBITS                    PIC 9(4).
       77 WS-BNK-STMTS                     PIC 9(4).
       77 WS-BNK-DEPS                      PIC 9(4).
       77 WS-BNK-UNMATCHED                 PIC 9(4).
       77 WS-BNK-OPEN-DEPS                 PIC 9(4).
      * AVAILABILITY EXPORT WORK FIELDS - THE DAY BEING WALKED, ITS
      * PER-HOUR BUSY MAP FOR ONE ROOM AND THE LINE COUNT REPORTED
      * AT THE END
           05  WS-AVX-DAY                  PIC 9(2).
       01 WS-AVX-BUSY-MAP.
           05 WS-AVX-BUSY OCCURS 24       PIC 9.
      * PER ROOM TYPE AND EXPORT DAY, HOW MANY STILL-UNTOUCHED ROOMS
      * THE CHANNEL MAY BE OFFERED (ITS REMAINING ALLOTMENT PLUS THE
      * FREE-SELL LEFT OVER ONCE EVERY UNRELEASED ALLOTMENT IS HELD)
       77 WS-AVX-TYPE-CNT                  PIC 9(2).
       77 WS-AVX-TX                        PIC 9(2).
       77 WS-AVX-USED                      PIC 9.
       01 WS-AVX-TYPE-TABLE.
           05 WS-AVX-TYPE OCCURS 20.
               10 WS-AVX-TYPE-NAME         PIC A(30).
               10 WS-AVX-CAP OCCURS 7      PIC 9(3).
      * CHANNEL ALLOTMENT POSITION FOR ONE ROOM TYPE ON ONE DAY
      * (ALLOT_DAY_POSITION) - IN: TYPE, DAY, CANDIDATE ROOM, THE
      * BOOKING'S OWN NUMBER (SKIPPED) AND THE SELLING PARTNER (0 =
      * THE DESK); OUT: ROOMS OF THE TYPE IN SERVICE, ROOMS ALREADY
      * TOUCHED BY THE HOUSE AND BY EACH PARTNER, THE UNRELEASED
      * ALLOTMENT STILL HELD, THE FREE-SELL LEFT AND THE SELLING
      * PARTNER'S OWN REMAINING ALLOTMENT
       77 WS-ALT-TYPE                      PIC A(30).
       77 WS-ALT-DATE                      PIC 9(8).
       77 WS-ALT-ROOM                      PIC 9(4).
       77 WS-ALT-SELF                      PIC 9(6).
       77 WS-ALT-PT                        PIC 9.
       77 WS-ALT-N                         PIC 9(3).
       77 WS-ALT-HOUSE                     PIC 9(3).
       77 WS-ALT-HELD                      PIC 9(3).
       77 WS-ALT-FREE                      PIC 9(3).
       77 WS-ALT-REMAIN                    PIC 9(3).
       77 WS-ALT-CAND-USED                 PIC 9.
       77 WS-ALT-IDX                       PIC 9(3).
       77 WS-ALT-P                         PIC 9(2).
       77 WS-ALT-CALC                      PIC S9(5).
       77 WS-ALT-DAYS-OUT                  PIC S9(5).
       77 WS-ALT-FCH-SAVE                  PIC X(200).
       77 WS-ALT-TODAY                     PIC 9(8).
       77 WS-ALT-EOF                       PIC 9.
       77 WS-ALT-TO                        PIC 9(8).
       77 WS-ALT-NIGHTS                    PIC 9(2).
       77 WS-ALT-NIGHT                     PIC 9(2).
       77 WS-ALT-FIRST                     PIC 9(8).
       77 WS-ALT-SAVE                      PIC X(58).
       01 WS-ALT-ROOM-TABLE.
           05 WS-ALT-RM OCCURS 200.
               10 WS-ALT-RM-NUM            PIC 9(4).
               10 WS-ALT-RM-USED           PIC 9.
               10 WS-ALT-RM-ORG            PIC 9.
       01 WS-ALT-PT-TABLE.
           05 WS-ALT-PT-ROW OCCURS 9.
               10 WS-ALT-PT-ALLOT          PIC 9(3).
               10 WS-ALT-PT-ROOMS          PIC 9(3).
               10 WS-ALT-PT-REL            PIC 9.
      * ALLOTMENT UTILISATION REPORT - THE MONTH JUST ENDED, THE
      * CONTRACT'S ROOM-DAYS OFFERED AND TAKEN UP, AND THE PRINT LINE
       77 WS-ALU-YEAR                      PIC 9(4).
       77 WS-ALU-MONTH                     PIC 9(2).
       77 WS-ALU-PT                        PIC 9(2).
       77 WS-ALU-DAY-USED                  PIC 9(3).
       77 WS-ALU-OFFERED                   PIC 9(6).
       77 WS-ALU-TAKEN                     PIC 9(6).
       77 WS-ALU-PCT                       PIC 9(3).
       77 WS-ALU-COUNT                     PIC 9(4).
       77 WS-ALU-NAME                      PIC A(30).
       01 WS-ALU-LINE.
           05 WS-ALU-L-NUM                 PIC 9(4).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ALU-L-TYPE                PIC A(20).
           05 FILLER                       PIC X VALUE SPACE.
           05 WS-ALU-L-ROOMS               PIC ZZ9.
           05 FILLER                       PIC X(3) VALUE " X ".
           05 WS-ALU-L-DAYS                PIC Z9.
           05 FILLER                       PIC X(9) VALUE " DAYS -- ".
           05 WS-ALU-L-OFFERED             PIC ZZZZ9.
           05 FILLER                       PIC X(9) VALUE " OFFERED ".
           05 WS-ALU-L-TAKEN               PIC ZZZZ9.
           05 FILLER                       PIC X(7) VALUE " TAKEN ".
           05 WS-ALU-L-PCT                 PIC ZZ9.
           05 FILLER                       PIC X(2) VALUE "% ".
       77 WS-ALU-DAYS                      PIC 9(2).
       77 WS-ALU-HDR                       PIC 9.
       77 WS-ALU-D                         PIC 9(2).
       77 WS-ALU-D1                        PIC 9(2).
       77 WS-ALU-D2                        PIC 9(2).
       77 WS-ALU-LAST                      PIC 9(2).
       77 WS-ALU-START                     PIC 9(8).
       77 WS-ALU-END                       PIC 9(8).
       01 WS-ALU-DAY-TABLE.
           05 WS-ALU-DAY-CNT OCCURS 31     PIC 9(3).
       77 WS-IMP-ALLOT                     PIC 9(4).
      * OCCUPANCY-DRIVEN YIELD STEP - CALC_SLOT_OCCUPANCY LOADS THE
      * HOUSE PERCENTAGE FOR THE CANDIDATE WINDOW AND ARMS THE
      * SWITCH; APPLY_YIELD_BAND (RUN BY GET_ROOM_RATE_FOR_DATE)
       77 WS-YLD-ROOMS                     PIC 9(4).
       77 WS-YLD-BOOKED                    PIC 9(4).
       77 WS-YLD-FIRED                     PIC 9(4).
       77 WS-YLD-EOF                       PIC 9.
       77 WS-YLD-REF                       PIC 9(6).
       77 WS-YLD-KIND                      PIC X(5).
       77 WS-GL-VCH-SOLD                   PIC 9(9)V99.
       77 WS-GL-VCH-USED                   PIC 9(9)V99.
       77 WS-BDAY-MONTH                    PIC 9(2).
       77 WS-BDAY-COUNT                    PIC 9(4).
      * NIGHT AUDIT (CUPIDON-AUDIT) - THE FROZEN BUSINESS DATE EVERY
      * POSTING CARRIES UNTIL THE AUDIT ROLLS IT (HELD IN fctrl AS
      * "BDYR" = YEAR AND "BDMD" = MONTH * 100 + DAY) AND THE
      * AUDIT'S EXCEPTION COUNTS AND DAY TOTALS
       01 WS-BUSINESS-DATE.
           05  WS-BUS-YEAR                 PIC 9(4).
           05  WS-BUS-MONTH                PIC 9(2).
           05  WS-BUS-DAY                  PIC 9(2).
       77 WS-BUS-MD                        PIC 9(4).
       77 WS-NA-EXCEPTIONS                 PIC 9(4).
       77 WS-NA-OPEN-SHIFTS                PIC 9(4).
       77 WS-NA-BAD-STAYS                  PIC 9(4).
       77 WS-NA-CASH                       PIC 9(9)V99.
       77 WS-NA-CARD                       PIC 9(9)V99.
       77 WS-NA-OTHER                      PIC 9(9)V99.
       77 WS-NA-REFUNDS                    PIC 9(9)V99.
       77 WS-NA-PAY-COUNT                  PIC 9(5).
       77 WS-NA-EXTRAS                     PIC 9(9)V99.
       77 WS-NA-EXT-COUNT                  PIC 9(5).
       77 WS-NA-INV-TOTAL                  PIC 9(9)V99.
       77 WS-NA-INV-COUNT                  PIC 9(5).
       77 WS-NA-CANC-FEES                  PIC 9(9)V99.
       77 WS-NA-CANC-COUNT                 PIC 9(5).
       77 WS-NA-AMT                        PIC 9(9)V99.
       77 WS-NA-ROLLED                     PIC 9.

      * BOOKING PACE (PICKUP_REPORT) - THE FOUR "DAYS OUT" CUT-OFFS,
      * ROOM-HOURS ON THE BOOKS AT EACH FOR THE ARRIVAL DATE AND THE
      * SAME WEEKDAY 52 WEEKS EARLIER, AND THE PRINT LINE
       01 WS-PU-OFFS-INIT.
           05 FILLER                       PIC 9(3) VALUE 30.
           05 FILLER                       PIC 9(3) VALUE 14.
           05 FILLER                       PIC 9(3) VALUE 7.
           05 FILLER                       PIC 9(3) VALUE 1.
       01 WS-PU-OFFS-TABLE REDEFINES WS-PU-OFFS-INIT.
           05 WS-PU-OFFS                   PIC 9(3) OCCURS 4.
       01 WS-PU-TABLE.
           05 WS-PU-ENTRY OCCURS 4.
              10 WS-PU-CUT                 PIC 9(8).
              10 WS-PU-HRS                 PIC 9(5)V99.
              10 WS-PU-LY-CUT              PIC 9(8).
              10 WS-PU-LY-HRS              PIC 9(5)V99.
       01 WS-PU-DATE                       PIC 9(8).
       01 WS-PU-DATE-R REDEFINES WS-PU-DATE.
           05  WS-PU-YEAR                  PIC 9(4).
           05  WS-PU-MONTH                 PIC 9(2).
           05  WS-PU-DAY                   PIC 9(2).
       77 WS-PU-LY-DATE                    PIC 9(8).
       77 WS-PU-BASE-INT                   PIC 9(7).
       77 WS-PU-I                          PIC 9(2).
       77 WS-PU-K                          PIC 9.
       77 WS-PU-NOW                        PIC 9(5)V99.
       77 WS-PU-LY-FINAL                   PIC 9(5)V99.
       77 WS-PU-STAY-HRS                   PIC 9(5)V99.
       77 WS-PU-CREATED                    PIC 9(8).
       77 WS-PU-SCAN-DATE                  PIC 9(8).
       77 WS-PU-SCAN-LY                    PIC 9.
       77 WS-PU-EOF                        PIC 9.
       01 WS-DAY-NAMES-INIT                PIC X(21)
           VALUE "SATSUNMONTUEWEDTHUFRI".
       01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-INIT.
           05 WS-DAY-NAME                  PIC X(3) OCCURS 7.
       01 WS-PU-LINE.
           05 WS-PU-L-DATE                 PIC X(10).
           05 FILLER                       PIC X.
           05 WS-PU-L-DAY                  PIC X(3).
           05 WS-PU-L-CELL OCCURS 5.
              10 FILLER                    PIC X.
              10 WS-PU-L-HRS               PIC ZZZZ9.
           05 WS-PU-L-SEP                  PIC X(3).
           05 WS-PU-L-LYCELL OCCURS 5.
              10 FILLER                    PIC X.
              10 WS-PU-L-LYHRS             PIC ZZZZ9.

      * LEAD-TIME HISTOGRAM (LEAD_TIME_REPORT) - STAYS PER fr_origin
      * CHANNEL (0-9) AND DAYS-BETWEEN-BOOKING-AND-ARRIVAL BUCKET
      * (SAME DAY, 1-3, 4-7, 8-14, 15-30, 31+)
       01 WS-LT-TABLE.
           05 WS-LT-ORIGIN OCCURS 10.
              10 WS-LT-COUNT               PIC 9(5) OCCURS 6.
              10 WS-LT-TOTAL               PIC 9(5).
              10 WS-LT-DAYS-SUM            PIC 9(7).
       77 WS-LT-ARR                        PIC 9(8).
       77 WS-LT-BOOKED                     PIC 9(8).
       77 WS-LT-DAYS                       PIC S9(5).
       77 WS-LT-ORG                        PIC 9(2).
       77 WS-LT-BKT                        PIC 9.
       77 WS-LT-AVG                        PIC 9(4).
       77 WS-LT-NAME                       PIC X(14).
       77 WS-LT-ALL-COUNT                  PIC 9(6).
       77 WS-LT-ALL-DAYS                   PIC 9(8).
       01 WS-LT-LINE.
           05 WS-LT-L-ORIGIN               PIC 9.
           05 FILLER                       PIC X.
           05 WS-LT-L-NAME                 PIC X(14).
           05 WS-LT-L-CELL OCCURS 6.
              10 FILLER                    PIC X.
              10 WS-LT-L-COUNT             PIC ZZZZ9.
           05 FILLER                       PIC X.
           05 WS-LT-L-TOTAL                PIC ZZZZ9.
           05 FILLER                       PIC X.
           05 WS-LT-L-AVG                  PIC ZZZ9.

      * BACKUP/RESTORE WORK FIELDS (CUPIDON-BACKUP / CUPIDON-RESTORE)
       77 cr_fbkup                         PIC X(2).
       77 cr_fbkplog                       PIC X(2).
       77 WS-BKP-KEEP-GENS                 PIC 9 VALUE 3.
       77 WS-BKP-SRC-COUNT                 PIC 9(6).
       77 WS-BKP-CHK-COUNT                 PIC 9(6).
       77 WS-BKP-CHOICE                    PIC 9(3).
       77 WS-BKP-OK                        PIC 9.

      * REPORT SPOOLING - WS-RPT-MODE (0 SCREEN ONLY / 1 SCREEN +
       77 WS-RPT-PAGE                      PIC 9(3).
       77 WS-SPOOL-NAME                    PIC X(40).
       77 WS-RPT-ASK                       PIC A.
      * 1 = SPOOL THIS INTERACTIVE REPORT WITHOUT ASKING (A DOCUMENT
      * THAT MUST BE ON FILE, E.G. A CHARGEBACK EVIDENCE PACK)
       77 WS-RPT-FORCE                     PIC 9 VALUE 0.

      * SHARED DATE/TIME VALIDATION (VALIDATE_DATETIME) - CALLERS
      * LOAD THE WS-VAL FIELDS AND THE MODE (0 = ANY DATE,
       77 WS-NST-REQUEUED                  PIC 9(4).
       77 WS-NST-DEAD                      PIC 9(4).
       01 WS-NST-FIELDS.
           05 WS-NST-RESA                  PIC X(8).
           05 WS-NST-STATUS                PIC X(10).
           05 WS-NST-REASON                PIC X(40).

       77 WS-COLD-COUNT                    PIC 9(6).
       77 WS-COLD-REVENUE                  PIC 9(9)V99.

      * CHILD-RECORD ARCHIVING - THE HOLD AND CUT-OFF, THE STAY AND
      * CHILD FILE BEING MOVED (1 fpay, 2 fext, 3 finv, 4 fauth,
      * 5 fkey), THE WALK PASS (1 COPY, 2 DELETE, 3 COUNT, 4 ROLL
      * COLD) AND THE COUNTS EACH MOVE IS PROVED WITH
       77 WS-ARC-HOLD                      PIC 9(3).
       77 WS-ARC-DATE                      PIC 9(8).
       77 WS-ARC-CUTOFF                    PIC 9(8).
       77 WS-ARC-FROM                      PIC 9(8).
       77 WS-ARC-RESA                      PIC 9(6).
       77 WS-ARC-YEAR                      PIC 9(4).
       77 WS-ARC-F                         PIC 9.
       77 WS-ARC-PASS                      PIC 9.
       77 WS-ARC-FAIL                      PIC 9.
       77 WS-ARC-EOF                       PIC 9.
       77 WS-ARC-WEOF                      PIC 9.
       77 WS-ARC-LIVE                      PIC 9(4).
       77 WS-ARC-WRITTEN                   PIC 9(4).
       77 WS-ARC-HAD                       PIC 9(4).
       77 WS-ARC-GONE                      PIC 9(4).
       77 WS-ARC-LEFT                      PIC 9(4).
       77 WS-ARC-BEFORE                    PIC 9(4).
       77 WS-ARC-AFTER                     PIC 9(4).
       77 WS-ARC-HELD                      PIC 9(6).
       01 WS-ARC-MOVED-TAB.
           05 WS-ARC-MOVED OCCURS 5       PIC 9(7).
       01 WS-ARC-COLD-TAB.
           05 WS-ARC-COLDN OCCURS 5       PIC 9(7).
       01 WS-ARC-NAMES                     PIC X(30)
           VALUE "fpay  fext  finv  fauth fkey  ".
       01 WS-ARC-NAME-TAB REDEFINES WS-ARC-NAMES.
           05 WS-ARC-NAME OCCURS 5        PIC X(6).
      * ROOM INVENTORY BY DATE - LOAD_ROOM_INVENTORY FILLS THE ROOM
      * AND RENOVATION TABLES ONCE PER RUN, THEN ROOM_IN_INVENTORY
      * AND COUNT_ROOMS_IN_INVENTORY ANSWER FOR WS-RIN-DATE FROM THEM
      * (WS-RIN-SITE 0 = EVERY HOUSE, WS-RIN-TYPE SPACES = ALL TYPES)
       77 WS-RIN-DATE                      PIC 9(8).
       77 WS-RIN-LAST                      PIC 9(8).
       77 WS-RIN-SITE                      PIC 9(2).
       77 WS-RIN-TYPE                      PIC A(30).
       77 WS-RIN-NUM                       PIC 9(4).
       77 WS-RIN-START                     PIC 9(8).
       77 WS-RIN-STOP                      PIC 9(8).
       77 WS-RIN-IN                        PIC 9.
       77 WS-RIN-EOF                       PIC 9.
       77 WS-RIN-I                         PIC 9(4).
       77 WS-RIN-J                         PIC 9(4).
       77 WS-RIN-ROOMS                     PIC 9(4).
       77 WS-RIN-HOURS                     PIC 9(6).
       77 WS-RIN-RM-CNT                    PIC 9(4).
       77 WS-RIN-OUT-CNT                   PIC 9(4).
       77 WS-RIN-HIST                      PIC 9.
       01 WS-RIN-RM-TAB.
           05 WS-RIN-RM OCCURS 500.
               10 WS-RIN-RM-NUM            PIC 9(4).
               10 WS-RIN-RM-SITE           PIC 9(2).
               10 WS-RIN-RM-TYPE           PIC A(30).
               10 WS-RIN-RM-START          PIC 9(8).
               10 WS-RIN-RM-STOP           PIC 9(8).
               10 WS-RIN-RM-HOURS          PIC 9(2).
       01 WS-RIN-OUT-TAB.
           05 WS-RIN-OUT OCCURS 300.
               10 WS-RIN-OUT-NUM           PIC 9(4).
               10 WS-RIN-OUT-FROM          PIC 9(8).
               10 WS-RIN-OUT-TO            PIC 9(8).

      * JOURNALING WORK FIELDS - THE IMAGE KIND (A = AFTER,
      * B = BEFORE) AND A CURSOR FOR THE RECOVERY LISTING
       77 WS-JRNL-KIND                     PIC X.
               10  WS-GRID-SLOT-HOURS      PIC 9(2).
               10  WS-GRID-SLOT-MINUTE     PIC 9(2).
       77 WS-PAYX-NAME                    PIC X(40).
       77 WS-LVX-NAME                     PIC X(40).
       77 WS-PAYX-YEAR                     PIC 9(4).
       77 WS-PAYX-MONTH                    PIC 9(2).
       77 WS-PAYX-DAYIDX                   PIC 9(2).
           05 WS-IMP-DM                    PIC X(2).
           05 WS-IMP-NIGHTS                PIC X(2).
           05 WS-IMP-START                 PIC X(12).
           05 WS-IMP-REF                   PIC X(12).
       01 WS-NOSHOW-LIMIT-DATETIME.
           05  WS-NOSHOW-LIMIT-DATE.
               10  WS-NOSHOW-LIMIT-YEAR    PIC 9(4).
      * HOLDS THE NEWEST MATCHING INVOICE WHILE REPRINT_INVOICE KEEPS
      * SCANNING THE fi_numResa ALTERNATE-KEY GROUP PAST IT
       01 1tamp_finv.
           02 1fi_numInv PIC 9(10).
           02 1fi_numResa PIC 9(6).
           02 1fi_numCl PIC 9(6).
           02 1fi_numCh PIC 9(4).
           02 1fi_balance.
              03 1fi_balance_entier PIC 9(5).
              03 1fi_balance_decimal PIC 9(2).
           02 1fi_plan PIC X(8).
           02 1fi_vat_line OCCURS 5.
              03 1fi_vat_base.
                 04 1fi_vat_base_entier PIC 9(5).
                 04 1fi_vat_base_decimal PIC 9(2).
              03 1fi_vat_rate PIC 9(3)V99.
              03 1fi_vat_amt.
                 04 1fi_vat_amt_entier PIC 9(5).
                 04 1fi_vat_amt_decimal PIC 9(2).
       77 WS-PREF-BEST-ROOM                PIC 9(4).
       77 WS-PREF-BEST-COUNT               PIC 9(4).
       77 WS-PREF-CUR-COUNT                PIC 9(4).
                 04 1fp_lock_until_minute PIC 9(2).
           02 1fp_cap_day_min PIC 9(4).
           02 1fp_cap_week_min PIC 9(5).
           02 1fp_cost_entier PIC 9(3).
           02 1fp_cost_decimal PIC 9(2).

       01 2tamp_fpers.
           02 2fp_numP PIC 9(4).
           	  03 1fcl_day PIC 9(2).
           02 1fcl_status PIC 9.
           02 1fcl_preferred_room PIC 9(4).
           02 1fcl_numCo PIC 9(4).
           02 1fcl_points PIC 9(6).
           02 1fcl_segment PIC X(6).
           02 1fcl_rfm_seg PIC X(8).
           02 1fcl_rfm_r PIC 9.
           02 1fcl_rfm_f PIC 9.
           02 1fcl_rfm_m PIC 9.
           02 1fcl_ltv PIC 9(7)V99.
           02 1fcl_stays PIC 9(4).
           02 1fcl_last_stay PIC 9(8).
           02 1fcl_rfm_date PIC 9(8).
           02 1fcl_lang PIC X(2).

       01 2tamp_fcli.
           02 2fcl_numCl PIC 9(6).
              03 1fr_extra_decimal PIC 9(2).
           02 1fr_origin PIC 9.
           02 1fr_remind_tries PIC 9.
           02 1fr_site PIC 9(2).
           02 1fr_conf_code PIC X(8).
           02 1fr_parking PIC 9(2).
           02 1fr_plate PIC X(10).
           02 1fr_created.
              03 1fr_created_date PIC 9(8).
              03 1fr_created_time PIC 9(4).
           02 1fr_taken_by PIC 9(4).
           02 1fr_plan PIC X(8).
           02 1fr_segment PIC X(6).
           02 1fr_guest_confirmed PIC 9.

       01 2tamp_fresa. 
           02 2fr_numResa PIC 9(6).
