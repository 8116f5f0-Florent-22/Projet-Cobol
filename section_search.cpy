      * WS-NUMCLI MUST BE FULL BEFORE CALL THIS FUNCTION
       SEARCH_CLIENT.
           OPEN INPUT fcli
              PERFORM MASK_CLIENT_TEL
              ACCEPT SRCH-CLI-SCREEN
              MOVE " " TO ERROR-MESSAGE
              READ fcli
                    MOVE 1 TO Wtrouve
              END-READ
           CLOSE fresa.

      * FINDS A BOOKING WHEN THE GUEST DOESN'T KNOW ITS NUMBER - ANY
      * MIX OF PARTIAL SURNAME, PHONE, CONFIRMATION CODE, PLATE,
      * COMPANY, GROUP, OR A DATE RANGE (STAYS OVERLAPPING IT) WITH
      * AN OPTIONAL PARTIAL ROOM TYPE; EVERY CRITERION GIVEN MUST
      * MATCH. SCANS fresa AND, ON REQUEST, fresaarch, KEEPS THE
      * FIRST 60 MATCHES AND PAGES THEM SIX AT A TIME (RFD_BROWSE).
      * PICKING A LIVE LINE LOADS THAT STAY EXACTLY AS SEARCH_RESA
      * WOULD (Wtrouve = 1) AND HANDS IT TO MODIFY, CHECK-IN,
      * CHECK-OUT OR CANCEL.
       RESA_FINDER.
           MOVE 0 TO Wtrouve
           MOVE SPACES TO WS-RFD-NAME
           MOVE 0 TO WS-RFD-TEL
           MOVE SPACES TO WS-RFD-CONF
           MOVE SPACES TO WS-RFD-PLATE
           MOVE 0 TO WS-RFD-CO
           MOVE 0 TO WS-RFD-GRP
           MOVE 0 TO WS-RFD-FROM
           MOVE 0 TO WS-RFD-TO
           MOVE SPACES TO WS-RFD-TYPE
           MOVE "N" TO WS-RFD-ARCH
           ACCEPT RESA-FINDER-SCREEN
           MOVE " " TO ERROR-MESSAGE
           INSPECT WS-RFD-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-RFD-NAME-LEN FROM 30 BY -1
               UNTIL WS-RFD-NAME-LEN = 0
                  OR WS-RFD-NAME(WS-RFD-NAME-LEN:1) NOT = SPACE
           END-PERFORM
           PERFORM VARYING WS-RFD-TYPE-LEN FROM 30 BY -1
               UNTIL WS-RFD-TYPE-LEN = 0
                  OR WS-RFD-TYPE(WS-RFD-TYPE-LEN:1) NOT = SPACE
           END-PERFORM
           IF WS-RFD-FROM NOT = 0 AND WS-RFD-TO = 0 THEN
               MOVE WS-RFD-FROM TO WS-RFD-TO
           END-IF
           IF WS-RFD-NAME-LEN = 0 AND WS-RFD-TEL = 0
               AND WS-RFD-CONF = SPACES AND WS-RFD-PLATE = SPACES
               AND WS-RFD-CO = 0 AND WS-RFD-GRP = 0
               AND WS-RFD-FROM = 0 AND WS-RFD-TYPE-LEN = 0 THEN
               MOVE "GIVE AT LEAST ONE SEARCH CRITERION" TO
                   ERROR-MESSAGE
           ELSE
               MOVE 0 TO WS-RFD-CNT
               MOVE 0 TO WS-RFD-MORE
               OPEN INPUT fcli
               OPEN INPUT fch
               OPEN INPUT fresa
                   MOVE 0 TO WS-RFD-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-RFD-EOF = 1
                       READ fresa NEXT
                           AT END
                               MOVE 1 TO WS-RFD-EOF
                           NOT AT END
                               PERFORM RFD_LIVE_STAY
                       END-READ
                   END-PERFORM
               CLOSE fresa
               IF WS-RFD-ARCH = "Y" OR WS-RFD-ARCH = "y" THEN
                   OPEN INPUT fresaarch
                       MOVE 0 TO WS-RFD-EOF
                       PERFORM WITH TEST AFTER UNTIL WS-RFD-EOF = 1
                           READ fresaarch NEXT
                               AT END
                                   MOVE 1 TO WS-RFD-EOF
                               NOT AT END
                                   PERFORM RFD_ARCH_STAY
                           END-READ
                       END-PERFORM
                   CLOSE fresaarch
               END-IF
               CLOSE fch
               CLOSE fcli
               IF WS-RFD-CNT = 0 THEN
                   MOVE "NO RESERVATION MATCHES THIS SEARCH" TO
                       ERROR-MESSAGE
               ELSE
                   PERFORM RFD_BROWSE
               END-IF
           END-IF.

      * tamp_fresa HOLDS A LIVE STAY READ BY RESA_FINDER.
       RFD_LIVE_STAY.
           MOVE fr_numResa TO WS-RFD-S-RESA
           MOVE fr_numCh TO WS-RFD-S-CH
           MOVE fr_numCl TO WS-RFD-S-CL
           MOVE fr_date_debut_date TO WS-RFD-S-FROM
           MOVE fr_date_fin_date TO WS-RFD-S-TO
           MOVE fr_status TO WS-RFD-S-STATUS
           MOVE fr_conf_code TO WS-RFD-S-CONF
           MOVE fr_plate TO WS-RFD-S-PLATE
           MOVE fr_numCo TO WS-RFD-S-CO
           MOVE fr_numGrp TO WS-RFD-S-GRP
           MOVE "LIVE" TO WS-RFD-S-SOURCE
           PERFORM RFD_CHECK_STAY.

      * tamp_fresaarch HOLDS AN ARCHIVED STAY READ BY RESA_FINDER.
       RFD_ARCH_STAY.
           MOVE fra_numResa TO WS-RFD-S-RESA
           MOVE fra_numCh TO WS-RFD-S-CH
           MOVE fra_numCl TO WS-RFD-S-CL
           MOVE fra_date_debut_date TO WS-RFD-S-FROM
           MOVE fra_date_fin_date TO WS-RFD-S-TO
           MOVE fra_status TO WS-RFD-S-STATUS
           MOVE fra_conf_code TO WS-RFD-S-CONF
           MOVE fra_plate TO WS-RFD-S-PLATE
           MOVE fra_numCo TO WS-RFD-S-CO
           MOVE fra_numGrp TO WS-RFD-S-GRP
           MOVE "ARCH" TO WS-RFD-S-SOURCE
           PERFORM RFD_CHECK_STAY.

      * WS-RFD-STAY HOLDS ONE STAY - TABLES IT WHEN EVERY CRITERION
      * GIVEN MATCHES. THE STAY'S OWN FIELDS ARE TESTED FIRST SO fch
      * AND fcli ARE ONLY READ FOR STAYS STILL IN THE RUNNING; THE
      * CLIENT IS READ EVEN WITHOUT A NAME OR PHONE CRITERION, FOR
      * THE NAME SHOWN ON THE LIST.
       RFD_CHECK_STAY.
           MOVE 1 TO WS-RFD-OK
           IF WS-RFD-CONF NOT = SPACES AND
               WS-RFD-S-CONF NOT = WS-RFD-CONF THEN
               MOVE 0 TO WS-RFD-OK
           END-IF
           IF WS-RFD-PLATE NOT = SPACES AND
               WS-RFD-S-PLATE NOT = WS-RFD-PLATE THEN
               MOVE 0 TO WS-RFD-OK
           END-IF
           IF WS-RFD-CO NOT = 0 AND WS-RFD-S-CO NOT = WS-RFD-CO THEN
               MOVE 0 TO WS-RFD-OK
           END-IF
           IF WS-RFD-GRP NOT = 0 AND
               WS-RFD-S-GRP NOT = WS-RFD-GRP THEN
               MOVE 0 TO WS-RFD-OK
           END-IF
           IF WS-RFD-FROM NOT = 0 THEN
               IF WS-RFD-S-FROM > WS-RFD-TO OR
                   WS-RFD-S-TO < WS-RFD-FROM THEN
                   MOVE 0 TO WS-RFD-OK
               END-IF
           END-IF
           IF WS-RFD-OK = 1 AND WS-RFD-TYPE-LEN > 0 THEN
               MOVE WS-RFD-S-CH TO fc_numCh
               READ fch
                   INVALID KEY
                       MOVE 0 TO WS-RFD-OK
                   NOT INVALID KEY
                       MOVE 0 TO WS-RFD-TALLY
                       INSPECT fc_typeCh TALLYING WS-RFD-TALLY
                           FOR ALL WS-RFD-TYPE(1:WS-RFD-TYPE-LEN)
                       IF WS-RFD-TALLY = 0 THEN
                           MOVE 0 TO WS-RFD-OK
                       END-IF
               END-READ
           END-IF
           IF WS-RFD-OK = 1 THEN
               MOVE WS-RFD-S-CL TO fcl_numCl
               READ fcli
                   INVALID KEY
                       MOVE SPACES TO fcl_nom
                       MOVE 0 TO fcl_tel
               END-READ
               IF WS-RFD-TEL NOT = 0 AND fcl_tel NOT = WS-RFD-TEL THEN
                   MOVE 0 TO WS-RFD-OK
               END-IF
               IF WS-RFD-NAME-LEN > 0 THEN
                   MOVE fcl_nom TO WS-RFD-CLI-NAME
                   INSPECT WS-RFD-CLI-NAME CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE 0 TO WS-RFD-TALLY
                   INSPECT WS-RFD-CLI-NAME TALLYING WS-RFD-TALLY
                       FOR ALL WS-RFD-NAME(1:WS-RFD-NAME-LEN)
                   IF WS-RFD-TALLY = 0 THEN
                       MOVE 0 TO WS-RFD-OK
                   END-IF
               END-IF
           END-IF
           IF WS-RFD-OK = 1 THEN
               IF WS-RFD-CNT = 60 THEN
                   MOVE 1 TO WS-RFD-MORE
               ELSE
                   ADD 1 TO WS-RFD-CNT
                   MOVE WS-RFD-S-RESA TO WS-RFD-H-RESA(WS-RFD-CNT)
                   MOVE WS-RFD-S-CH TO WS-RFD-H-CH(WS-RFD-CNT)
                   MOVE WS-RFD-S-CL TO WS-RFD-H-CL(WS-RFD-CNT)
                   MOVE fcl_nom TO WS-RFD-H-NAME(WS-RFD-CNT)
                   MOVE WS-RFD-S-FROM TO WS-RFD-H-FROM(WS-RFD-CNT)
                   MOVE WS-RFD-S-TO TO WS-RFD-H-TO(WS-RFD-CNT)
                   MOVE WS-RFD-S-STATUS TO
                       WS-RFD-H-STATUS(WS-RFD-CNT)
                   MOVE WS-RFD-S-SOURCE TO
                       WS-RFD-H-SOURCE(WS-RFD-CNT)
               END-IF
           END-IF.

      * PAGES THE MATCHES SIX AT A TIME - SAME N/P/X NAVIGATION AS
      * DISPLAY_CLIENT. A LINE NUMBER WITH AN ACTION OPENS THAT STAY
      * AND LEAVES THE FINDER.
       RFD_BROWSE.
           MOVE 0 TO WS-RFD-SKIP
           MOVE " " TO WS-PAGE-NAV
           PERFORM WITH TEST AFTER UNTIL WS-PAGE-NAV = "X"
               PERFORM RFD_FILL_PAGE
               IF WS-RFD-MORE = 1 AND ERROR-MESSAGE = SPACES THEN
                   MOVE "OVER 60 MATCHES - FIRST 60 SHOWN, NARROW IT"
                       TO ERROR-MESSAGE
               END-IF
               MOVE "RESAFIND" TO WS-ACC-SCREEN
               MOVE "C" TO WS-ACC-TYPE
               PERFORM VARYING WS-ACC-PG FROM 1 BY 1
                   UNTIL WS-ACC-PG > WS-PAGE-COUNT
                   MOVE WS-RFD-R-CL(WS-ACC-PG) TO WS-ACC-NUM
                   PERFORM ACCESS_LOG
               END-PERFORM
               MOVE 0 TO WS-RFD-PICK
               MOVE 0 TO WS-RFD-ACTION
               PERFORM IDLE_ARM
               ACCEPT RESA-FINDER-LIST-SCREEN
                   WITH TIME-OUT WS-IDL-WAIT
               MOVE " " TO ERROR-MESSAGE
               PERFORM IDLE_CHECK
               IF WS-IDL-TIMED = 1 THEN
                   MOVE 0 TO WS-RFD-PICK
                   MOVE "X" TO WS-PAGE-NAV
               END-IF
               IF WS-RFD-PICK NOT = 0 THEN
                   IF WS-RFD-PICK > WS-PAGE-COUNT THEN
                       MOVE "NO SUCH LINE ON THIS PAGE" TO
                           ERROR-MESSAGE
                   ELSE
                       PERFORM RFD_OPEN_STAY
                   END-IF
               ELSE
                   EVALUATE WS-PAGE-NAV
                       WHEN "N"
                       WHEN "n"
                           IF WS-RFD-SKIP + 6 < WS-RFD-CNT THEN
                               ADD 6 TO WS-RFD-SKIP
                           ELSE
                               MOVE "NO MORE MATCHES" TO
                                   ERROR-MESSAGE
                           END-IF
                       WHEN "P"
                       WHEN "p"
                           IF WS-RFD-SKIP > 0 THEN
                               SUBTRACT 6 FROM WS-RFD-SKIP
                           END-IF
                       WHEN OTHER
                           MOVE "X" TO WS-PAGE-NAV
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * COPIES THE SIX MATCHES AFTER WS-RFD-SKIP INTO THE SCREEN PAGE
      * AND LEAVES HOW MANY IT FILLED IN WS-PAGE-COUNT.
       RFD_FILL_PAGE.
           INITIALIZE WS-RFD-PAGE
           MOVE 0 TO WS-PAGE-COUNT
           PERFORM VARYING WS-RFD-PG FROM 1 BY 1
               UNTIL WS-RFD-PG > 6
                  OR WS-RFD-SKIP + WS-RFD-PG > WS-RFD-CNT
               COMPUTE WS-RFD-IDX = WS-RFD-SKIP + WS-RFD-PG
               MOVE WS-RFD-H-RESA(WS-RFD-IDX) TO
                   WS-RFD-R-RESA(WS-RFD-PG)
               MOVE WS-RFD-H-CH(WS-RFD-IDX) TO WS-RFD-R-CH(WS-RFD-PG)
               MOVE WS-RFD-H-CL(WS-RFD-IDX) TO WS-RFD-R-CL(WS-RFD-PG)
               MOVE WS-RFD-H-NAME(WS-RFD-IDX) TO
                   WS-RFD-R-NAME(WS-RFD-PG)
               MOVE WS-RFD-H-FROM(WS-RFD-IDX) TO
                   WS-RFD-R-FROM(WS-RFD-PG)
               MOVE WS-RFD-H-TO(WS-RFD-IDX) TO WS-RFD-R-TO(WS-RFD-PG)
               MOVE WS-RFD-H-STATUS(WS-RFD-IDX) TO
                   WS-RFD-R-STATUS(WS-RFD-PG)
               MOVE WS-RFD-H-SOURCE(WS-RFD-IDX) TO
                   WS-RFD-R-SOURCE(WS-RFD-PG)
               ADD 1 TO WS-PAGE-COUNT
           END-PERFORM.

      * WS-RFD-PICK IS A LINE ON THE PAGE SHOWN - RELOADS THAT STAY
      * FROM fresa (IT MAY HAVE MOVED SINCE THE SCAN) AND RUNS THE
      * CHOSEN ACTION ON IT. ARCHIVED STAYS ARE HISTORY AND STAY
      * READ-ONLY.
       RFD_OPEN_STAY.
           COMPUTE WS-RFD-IDX = WS-RFD-SKIP + WS-RFD-PICK
           IF WS-RFD-H-SOURCE(WS-RFD-IDX) = "ARCH" THEN
               MOVE "ARCHIVED STAY - HISTORY ONLY" TO ERROR-MESSAGE
           ELSE
               IF WS-RFD-ACTION < 1 OR WS-RFD-ACTION > 4 THEN
                   MOVE "CHOOSE AN ACTION FROM 1 TO 4 FOR THAT LINE"
                       TO ERROR-MESSAGE
               ELSE
                   MOVE WS-RFD-H-RESA(WS-RFD-IDX) TO fr_numResa
                   OPEN INPUT fresa
                       READ fresa
                           INVALID KEY
                               MOVE "THIS RESERVATION DOESN'T EXIST"
                                   TO ERROR-MESSAGE
                               MOVE 0 TO Wtrouve
                           NOT INVALID KEY
                               MOVE 1 TO Wtrouve
                       END-READ
                   CLOSE fresa
                   IF Wtrouve = 1 THEN
                       MOVE "X" TO WS-PAGE-NAV
                       EVALUATE WS-RFD-ACTION
                           WHEN 1
                               PERFORM MODIF_RESERVATION
                           WHEN 2
                               PERFORM CHECK_IN_GUEST
                           WHEN 3
                               PERFORM CHECK_OUT_GUEST
                           WHEN 4
                               PERFORM DELETE_RESA
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * SEARCH ROOMS BY EXACT NUMBER OR BY PARTIAL/CONTAINS TYPE MATCH
       SRCH_ROOM.

      * ANSWERS THE QUESTION EVERY PHONE CALL ASKS: A FREE ROOM FOR N
      * GUESTS, STARTING WHEN, FOR HOW LONG. WALKS fch KEEPING ONLY
      * ROOMS IN SERVICE AND SELLABLE ON THOSE DATES
      * (CHECK_ROOM_STATUS) THAT FIT THE PARTY (CHECK_ROOM_CAPACITY),
      * ARE OPEN AT THAT HOUR (CHECK_ROOM_OPERATING_HOURS) AND PROVE
      * FREE THROUGH RESA_EXIST_DATE, PRICES EACH SURVIVOR WITH
      * GET_ROOM_RATE_FOR_DATE AND LISTS THEM CHEAPEST FIRST, READY
                       AT END
                           MOVE 1 TO Wfin
                       NOT AT END
                           PERFORM CHECK_ROOM_STATUS
                           IF Wtrouve = 1 THEN
                               PERFORM CHECK_ROOM_CAPACITY
                               IF Wtrouve = 1 THEN
                                   PERFORM CHECK_ROOM_OPERATING_HOURS
               MOVE " " TO fc_typeCh
               PERFORM WRITE_TURNAWAY
               DISPLAY "NO ROOM FITS THAT REQUEST"
               PERFORM XSITE_LOOKUP
           ELSE
               PERFORM SORT_FINDER_CHEAPEST_FIRST
               DISPLAY "FREE ROOMS, CHEAPEST FIRST - "
               END-PERFORM
           END-IF.

      * NOTHING FREE HERE - READS THE OTHER HOUSE'S LATEST PUBLISHED
      * AVAILABILITY (files/site_avail_other.csv) AND LISTS ITS ROOMS
      * THAT FIT THE SAME REQUEST: BEDS FOR THE PARTY, OPEN AT THOSE
      * HOURS (THE SAME CHECK_ROOM_CAPACITY / CHECK_ROOM_OPERATING_
      * HOURS TESTS, FED FROM THE R LINES) AND NO PUBLISHED STAY
      * OVERLAPPING THE WINDOW ON REAL TIME. tamp_fresa MUST HOLD
      * THE FINDER'S REQUEST WITH ITS BUILT fr_date_fin; tamp_fch IS
      * USED AS SCRATCH.
       XSITE_LOOKUP.
           MOVE 0 TO WS-XS-CNT
           MOVE 0 TO WS-XS-SITE
           MOVE 0 TO WS-XS-STAMP
           MOVE fr_date_debut TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-XS-FROM
           MOVE fr_date_fin TO WS-DST-STAMP
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-XS-TO
           OPEN INPUT fsiteavo
           IF cr_fsiteavo NOT = "00" THEN
               CLOSE fsiteavo
               DISPLAY "NO AVAILABILITY ON FILE FROM THE OTHER HOUSE"
           ELSE
               MOVE 0 TO WS-XS-EOF
               PERFORM WITH TEST AFTER UNTIL WS-XS-EOF = 1
                   READ fsiteavo
                       AT END
                           MOVE 1 TO WS-XS-EOF
                       NOT AT END
                           PERFORM XSITE_LOOKUP_LINE
                   END-READ
               END-PERFORM
               CLOSE fsiteavo
               PERFORM XSITE_SHOW_OTHER_HOUSE
           END-IF.

      * tamp_fsiteavo HOLDS ONE LINE OF THE OTHER HOUSE'S FILE.
       XSITE_LOOKUP_LINE.
           MOVE SPACES TO WS-XS-FIELDS
           UNSTRING tamp_fsiteavo DELIMITED BY ","
               INTO WS-XS-P-KIND WS-XS-P-1 WS-XS-P-2 WS-XS-P-3
                   WS-XS-P-4 WS-XS-P-5 WS-XS-P-6
           EVALUATE WS-XS-P-KIND
               WHEN "H"
                   COMPUTE WS-XS-SITE = FUNCTION NUMVAL(WS-XS-P-1)
                   COMPUTE WS-XS-STAMP = FUNCTION NUMVAL(WS-XS-P-2)
               WHEN "R"
                   PERFORM XSITE_LOOKUP_ROOM
               WHEN "B"
                   PERFORM XSITE_LOOKUP_STAY
           END-EVALUATE.

      * AN R LINE (numCh,typeCh,lit,rate,open,close) - TABLES THE
      * ROOM WHEN IT FITS THE PARTY AND THE HOURS.
       XSITE_LOOKUP_ROOM.
           COMPUTE fc_lit = FUNCTION NUMVAL(WS-XS-P-3)
           PERFORM CHECK_ROOM_CAPACITY
           IF Wtrouve = 1 THEN
               COMPUTE fc_open_hour = FUNCTION NUMVAL(WS-XS-P-5)
               COMPUTE fc_close_hour = FUNCTION NUMVAL(WS-XS-P-6)
               PERFORM CHECK_ROOM_OPERATING_HOURS
               IF Wtrouve = 1 AND WS-XS-CNT < 50 THEN
                   ADD 1 TO WS-XS-CNT
                   COMPUTE WS-XS-T-ROOM(WS-XS-CNT) =
                       FUNCTION NUMVAL(WS-XS-P-1)
                   MOVE WS-XS-P-2 TO WS-XS-T-TYPE(WS-XS-CNT)
                   COMPUTE WS-XS-T-RATE(WS-XS-CNT) =
                       FUNCTION NUMVAL(WS-XS-P-4) / 100
                   MOVE 0 TO WS-XS-T-BUSY(WS-XS-CNT)
               END-IF
           END-IF.

      * A B LINE (numCh,from,to) - MARKS ITS ROOM BUSY WHEN THE STAY
      * OVERLAPS THE REQUESTED WINDOW.
       XSITE_LOOKUP_STAY.
           COMPUTE WS-XS-ROOM = FUNCTION NUMVAL(WS-XS-P-1)
           MOVE 0 TO WS-XS-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-XS-IDX >= WS-XS-CNT
               ADD 1 TO WS-XS-IDX
               IF WS-XS-T-ROOM(WS-XS-IDX) = WS-XS-ROOM THEN
                   MOVE WS-XS-P-2(1:12) TO WS-DST-STAMP
                   PERFORM DST_REAL_MINUTES
                   MOVE WS-DST-REAL TO WS-XS-B-FROM
                   MOVE WS-XS-P-3 TO WS-DST-STAMP
                   PERFORM DST_REAL_MINUTES
                   MOVE WS-DST-REAL TO WS-XS-B-TO
                   IF WS-XS-B-FROM < WS-XS-TO AND
                       WS-XS-FROM < WS-XS-B-TO THEN
                       MOVE 1 TO WS-XS-T-BUSY(WS-XS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * LISTS THE OTHER HOUSE'S FREE ROOMS, WARNS WHEN ITS FILE IS
      * OLDER THAN fparam "XSAG" MINUTES (DEFAULT 30) AND OFFERS TO
      * REFER THE GUEST.
       XSITE_SHOW_OTHER_HOUSE.
           MOVE "XSAG" TO fpar_key
           PERFORM GET_PARAM_RATE
           IF fpar_value = 0 THEN
               MOVE 30 TO WS-XS-STALE
           ELSE
               MOVE fpar_value TO WS-XS-STALE
           END-IF
           MOVE WS-XS-STAMP TO WS-DST-STAMP-N
           PERFORM DST_REAL_MINUTES
           MOVE WS-DST-REAL TO WS-XS-B-FROM
           MOVE WS-CURRENT-DATE TO WS-DST-S-DATE
           MOVE WS-CURRENT-HOURS TO WS-DST-S-HOURS
           MOVE WS-CURRENT-MINUTE TO WS-DST-S-MINUTE
           PERFORM DST_REAL_MINUTES
           COMPUTE WS-XS-AGE = WS-DST-REAL - WS-XS-B-FROM
           MOVE 0 TO WS-XS-FREE
           MOVE 0 TO WS-XS-IDX
           PERFORM WITH TEST BEFORE UNTIL WS-XS-IDX >= WS-XS-CNT
               ADD 1 TO WS-XS-IDX
               IF WS-XS-T-BUSY(WS-XS-IDX) = 0 THEN
                   IF WS-XS-FREE = 0 THEN
                       DISPLAY "FULL HERE - FREE AT SITE " WS-XS-SITE
                           " - ROOM/TYPE/HOURLY RATE"
                   END-IF
                   ADD 1 TO WS-XS-FREE
                   MOVE WS-XS-T-RATE(WS-XS-IDX) TO WS-XS-RATE-ED
                   DISPLAY WS-XS-T-ROOM(WS-XS-IDX) " "
                       WS-XS-T-TYPE(WS-XS-IDX) " " WS-XS-RATE-ED
               END-IF
           END-PERFORM
           IF WS-XS-FREE = 0 THEN
               DISPLAY "NOTHING FREE AT THE OTHER HOUSE EITHER"
           ELSE
               IF WS-XS-AGE > WS-XS-STALE THEN
                   DISPLAY "THE OTHER HOUSE'S LIST IS " WS-XS-AGE
                       " MINUTES OLD - CONFIRM BY PHONE"
               END-IF
               PERFORM XSITE_REFER
           END-IF.

      * THE CLERK PICKS ONE OF THE OTHER HOUSE'S FREE ROOMS (0 = NO
      * REFERRAL) AND TAKES THE GUEST'S PHONE AND NAME FOR IT.
       XSITE_REFER.
           MOVE 0 TO WS-XS-PICK
           MOVE 0 TO WS-XS-TEL
           MOVE SPACES TO WS-XS-NOM
           MOVE SPACES TO WS-XS-PRENOM
           ACCEPT XSITE-REFER-SCREEN
           IF WS-XS-PICK NOT = 0 THEN
               MOVE 0 TO WS-XS-OK
               MOVE 0 TO WS-XS-IDX
               PERFORM WITH TEST BEFORE UNTIL WS-XS-IDX >= WS-XS-CNT
                   ADD 1 TO WS-XS-IDX
                   IF WS-XS-T-ROOM(WS-XS-IDX) = WS-XS-PICK AND
                       WS-XS-T-BUSY(WS-XS-IDX) = 0 THEN
                       MOVE 1 TO WS-XS-OK
                   END-IF
               END-PERFORM
               IF WS-XS-OK = 0 THEN
                   DISPLAY "ROOM NOT ON THE OTHER HOUSE'S FREE LIST"
               ELSE
                   IF WS-XS-TEL = 0 OR WS-XS-NOM = SPACES THEN
                       DISPLAY "PHONE AND NAME ARE NEEDED TO REFER"
                   ELSE
                       PERFORM XSITE_WRITE_REFERRAL
                   END-IF
               END-IF
           END-IF.

      * RECORDS THE REFERRAL AS SENT AND QUEUES THE BOOKING LINE FOR
      * THE OTHER HOUSE'S IMPORT - THE OTHER HOUSE RUNS IT THROUGH
      * ITS OWN VALIDATION, SO A ROOM TAKEN IN THE MEANTIME COMES
      * BACK REJECTED ON ITS IMPORT REPORT RATHER THAN DOUBLE-BOOKED.
      * A TRAINING SESSION RECORDS THE REFERRAL BUT QUEUES NOTHING.
       XSITE_WRITE_REFERRAL.
           PERFORM GET_LASTID_REFERRAL
           MOVE "S" TO frf_dir
           MOVE WS-XS-SITE TO frf_site
           MOVE frf_numRf TO frf_ref
           MOVE 0 TO frf_numResa
           MOVE WS-XS-PICK TO frf_numCh
           MOVE WS-XS-TEL TO frf_tel
           MOVE WS-XS-NOM TO frf_nom
           MOVE fr_nb_guests TO frf_nb_guests
           MOVE fr_date_debut TO frf_slot
           MOVE WS-CURRENT-DATE TO frf_made_date
           MOVE WS-CURRENT-USER-NUM TO frf_numP
           OPEN I-O freferral
               WRITE tamp_freferral
                   INVALID KEY
                       DISPLAY "REFERRAL NOT RECORDED"
                   NOT INVALID KEY
                       MOVE "freferral" TO WS-AUDIT-FILE
                       MOVE frf_numRf TO WS-AUDIT-KEY
                       MOVE "ADD" TO WS-AUDIT-OP
                       PERFORM AUDIT_LOG
               END-WRITE
           CLOSE freferral
           IF WS-TRAINING = 0 THEN
               OPEN EXTEND freferq
               IF cr_freferq NOT = "00" THEN
                   OPEN OUTPUT freferq
               END-IF
                   MOVE SPACES TO tamp_freferq
                   STRING WS-XS-TEL ","
                       FUNCTION TRIM(WS-XS-NOM) ","
                       FUNCTION TRIM(WS-XS-PRENOM) ","
                       WS-XS-PICK "," fr_nb_guests ","
                       fr_duree_hours "," fr_duree_minute ","
                       fr_nights "," fr_date_debut ","
                       "XREF" WS-SITE-NUM frf_numRf
                       DELIMITED BY SIZE INTO tamp_freferq
                   WRITE tamp_freferq
               CLOSE freferq
           END-IF
           DISPLAY "REFERRAL " frf_numRf " QUEUED FOR SITE "
               WS-XS-SITE.

      * fc_numCh MUST HOLD THE ROOM AND WS-FAM-WANTED THE AMENITY -
      * WS-FAM-HIT = 1 WHEN THE ROOM'S froomam GROUP CARRIES IT.
       ROOM_HAS_ONE_AMENITY.
                                   "ANONYMIZED") THEN
                                   ADD 1 TO WS-DUP-PAIRS
                                   IF fcl_tel = 1fcl_tel THEN
                                       PERFORM MASK_CLIENT_TEL
                                       DISPLAY "KEEP " 1fcl_numCl
                                           " DROP " fcl_numCl
                                           " (SAME PHONE "
                                           WS-MSK-TEL ")"
                                   ELSE
                                       DISPLAY "KEEP " 1fcl_numCl
                                           " DROP " fcl_numCl
