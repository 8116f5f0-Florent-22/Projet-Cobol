           05  LINE 14 COL 50 VALUE "13. CASH DROP TO SAFE".
           05  LINE 15 COL 50 VALUE "14. HANDOVER NOTE".
           05  LINE 16 COL 50 VALUE "15. DUE ALERTS".
           05  LINE 17 COL 50 VALUE "16. CASH PAID-OUT".
           05  LINE 18 COL 50 VALUE "17. CONFIRMATION CALLS".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 14 COL 50 VALUE "12. CASH DROP TO SAFE".
           05  LINE 15 COL 50 VALUE "13. HANDOVER NOTE".
           05  LINE 16 COL 50 VALUE "14. DUE ALERTS".
           05  LINE 17 COL 50 VALUE "15. CASH PAID-OUT".
           05  LINE 18 COL 50 VALUE "16. CONFIRMATION CALLS".
           05  LINE 17 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 19 COL  2 VALUE "38. BATCH RUN HISTORY".
           05  LINE 21 COL  2 VALUE "39. ROOM TYPE MASTER".
           05  LINE 22 COL  2 VALUE "40. RENAME ROOM TYPE".
           05  LINE 23 COL  2 VALUE "41. RATES & CHANNELS".
           05  LINE  9 COL 50 VALUE "42. CARD DISPUTES".
           05  LINE  7 COL 50 VALUE "43. MONTHLY BUDGET".
           05  LINE  7 COL  2 VALUE "44. GUEST MESSAGES".
           05  LINE  7 COL 25 VALUE "45. SUPPLIER INVOICES".
           05  LINE  5 COL  2 VALUE "46. CLOCK CHANGES".
           05  LINE  5 COL 25 VALUE "47. PACKAGES".
           05  LINE  5 COL 50 VALUE "48. ACCESS LOG".
           05  LINE  6 COL  2 VALUE "49. REPORT SUBSCRIPTIONS".
           05  LINE  6 COL 25 VALUE "50. COMPETITOR RATES".
           05  LINE  6 COL 50 VALUE "51. COMPANY CREDIT".
           05  LINE  4 COL  2 VALUE "52. STATEMENT DELIVERY".
           05  LINE  4 COL 25 VALUE "53. RESEND E-STATEMENT".
           05  LINE  4 COL 50 VALUE "54. SHARE GRATUITIES".
           05  LINE  8 COL  2 VALUE "55. WHAT-IF RULE".
           05  LINE 20 COL 25 VALUE "56. TARIFF WHAT-IF".
           05  LINE  9 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 16 COL 50 VALUE "15. LAUNDRY DISPATCH".
           05  LINE 17 COL 50 VALUE "16. LAUNDRY RETURN".
           05  LINE 18 COL 50 VALUE "17. STOCKTAKE".
           05  LINE 19 COL 50 VALUE "18. ROUNDS SHEET".
           05  LINE 10 COL  2 VALUE "19. TRANSFER OUT".
           05  LINE 11 COL  2 VALUE "20. TRANSFER IN".
           05  LINE 12 COL  2 VALUE "21. TRANSFER LOG".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  MAINTENANCE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE  10 COL 25 VALUE "1. MY WORK ORDERS".
           05  LINE  11 COL 25 VALUE "2. START A WORK ORDER".
           05  LINE 12 COL 25 VALUE "3. DRAW PARTS FROM STOCK".
           05  LINE 13 COL 25 VALUE "4. FINISH A WORK ORDER".
           05  LINE 14 COL 25 VALUE "5. CHANGE PASSWORD".
           05  LINE 15 COL 25 VALUE "6. SERVICE HISTORY".
           05  LINE 16 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  ROOM-EDITING-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE 17 COL 42 PIC 9(2) USING fc_close_hour.
           05  LINE 18 COL  2 VALUE "FLOOR/ZONE:".
           05  LINE 18 COL 14 PIC 9(2) USING fc_zone.
           05  LINE 18 COL 23 VALUE "IN SERVICE FROM (YYYYMMDD):".
           05  LINE 18 COL 51 PIC 9(8) USING fc_in_service.
           05  LINE 19 COL 23 VALUE "RETIRED ON:".
           05  LINE 19 COL 51 PIC 9(8) FROM fc_retired.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * RETIRING A ROOM THAT HAS HISTORY, IN PLACE OF DELETING IT
       01  ROOM-RETIRE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ROOM HAS HISTORY - IT WILL BE RETIRED".
           05  LINE  8 COL 2 VALUE "ROOM NUMBER:".
           05  LINE  8 COL 15 PIC 9(4) FROM fc_numCh.
           05  LINE 10 COL 5 VALUE "ROOM TYPE:".
           05  LINE 10 COL 18 PIC A(30) FROM fc_typeCh.
           05  LINE 12 COL 5 VALUE "RETIRED ON (YYYYMMDD):".
           05  LINE 12 COL 28 PIC 9(8) USING fc_retired.
           05  LINE 13 COL 5 VALUE "REASON:".
           05  LINE 13 COL 28 PIC X(30) USING fri_reason.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * DATED RENOVATION WINDOW TAKING A ROOM OUT OF THE INVENTORY
       01  ROOM-RENOVATION-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 5 VALUE "ROOM NUMBER:".
           05  LINE  8 COL 28 PIC 9(4) USING fc_numCh.
           05  LINE 10 COL 5 VALUE "OUT FROM (YYYYMMDD):".
           05  LINE 10 COL 28 PIC 9(8) USING fri_from.
           05  LINE 11 COL 5 VALUE "OUT THROUGH (YYYYMMDD):".
           05  LINE 11 COL 28 PIC 9(8) USING fri_to.
           05  LINE 12 COL 5 VALUE "REASON:".
           05  LINE 12 COL 28 PIC X(30) USING fri_reason.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05 LINE 16 COL 59 PIC 9(2) USING fr_paid_decimal.
           05 LINE 17 COL 5 VALUE "PROMO CODE:".
           05 LINE 17 COL 18 PIC X(8) USING fr_promo.
           05 LINE 17 COL 40 VALUE "RATE PLAN:".
           05 LINE 17 COL 51 PIC X(8) USING fr_plan.
           05 LINE 18 COL 5 VALUE "MARKET SEGMENT:".
           05 LINE 18 COL 21 PIC X(6) USING fr_segment.
           05 LINE 18 COL 28 VALUE "(BLANK = CLIENT'S LAST)".
           05 LINE 19 COL 5 VALUE "PACKAGE:".
           05 LINE 19 COL 14 PIC X(6) USING WS-PKG-CODE.
           05 LINE 19 COL 28 VALUE "(BLANK = NONE)".
           05 LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05 LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05 LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05 LINE 5 COL 30 FOREGROUND-COLOR IS 2
           VALUE "I N V O I C E".
           05  LINE  7 COL 2 VALUE "INVOICE NUMBER:".
           05  LINE  7 COL 18 PIC 9(10) FROM fi_numInv.
           05  LINE  7 COL 40 VALUE "DATE:".
           05  LINE  7 COL 46 PIC 9(2) FROM fi_date_day.
           05  LINE  7 COL 48 VALUE "/".
           05  LINE  9 COL 48 PIC 9(6) FROM fi_numCl.
           05  LINE 10 COL 5 VALUE "ROOM NUMBER:".
           05  LINE 10 COL 18 PIC 9(4) FROM fi_numCh.
           05  LINE 10 COL 40 VALUE "RATE PLAN:".
           05  LINE 10 COL 51 PIC X(20) FROM WS-RPL-NAME.
           05  LINE 11 COL 5 VALUE "HOURLY RATE:".
           05  LINE 11 COL 18 PIC 9(3) FROM fi_rate_entier.
           05  LINE 11 COL 21 VALUE ".".
           05  LINE 12 COL 18 PIC 9(2) FROM fi_duree_minute.
           05  LINE 12 COL 25 VALUE "NIGHTS:".
           05  LINE 12 COL 33 PIC 9(2) FROM fi_nights.
           05  LINE 13 COL 5 PIC X(60) FROM WS-PKG-INV-LINE.
           05  LINE 14 COL 5 VALUE "TOTAL:".
           05  LINE 14 COL 18 PIC 9(5) FROM fi_total_entier.
           05  LINE 14 COL 23 VALUE ".".
           05  LINE 20 COL  2 VALUE ">ENTER TO CONTINUE<".
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ANOTHER USER LOGGED IN OVER AN IDLE-LOCKED SESSION WHOSE
      * OWNER STILL HAS A DRAWER SHIFT OPEN
       01  IDLE-TAKEOVER-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "TERMINAL TAKEN OVER".
           05  LINE  8 COL 5 VALUE "THE SESSION OF USER".
           05  LINE  8 COL 25 PIC 9(4) FROM WS-IDL-PREV-NUM.
           05  LINE  8 COL 30 PIC A(30) FROM WS-IDL-PREV-NAME.
           05  LINE  9 COL 5 VALUE "WAS LOCKED WITH DRAWER SHIFT".
           05  LINE  9 COL 34 PIC 9(6) FROM WS-IDL-PREV-SHIFT.
           05  LINE  9 COL 41 VALUE "STILL OPEN.".
           05  LINE 11 COL 25 VALUE "1. COUNT AND CLOSE THEIR SHIFT".
           05  LINE 12 COL 25 VALUE "2. HAND IT BACK WITH A NOTE".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * COUNTED OPENING FLOAT FOR THE DRAWER SHIFT OPENED AT LOGIN
       01  SHIFT-OPEN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 13 COL 5 VALUE "DEFAULT HOURS (OPEN/CLOSE):".
           05  LINE 13 COL 33 PIC 9(2) USING frt_open_hour.
           05  LINE 13 COL 36 PIC 9(2) USING frt_close_hour.
           05  LINE 14 COL 5 VALUE "TURNAROUND TARGET (MINUTES):".
           05  LINE 14 COL 34 PIC 9(4) USING frt_turn_target.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * RENAME OR MERGE ONE TYPE STRING INTO ANOTHER ACROSS EVERY
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PREVENTIVE-MAINTENANCE PLAN (ADD_PM_PLAN)
       01  PM-PLAN-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ADD PREVENTIVE MAINTENANCE PLAN".
           05  LINE  8 COL 5 VALUE "LABEL:".
           05  LINE  8 COL 12 PIC X(30) USING fpm_label.
           05  LINE  9 COL 5 VALUE "ITEM TYPE (BLANK = ONE PIECE):".
           05  LINE  9 COL 36 PIC X(30) USING fpm_item.
           05  LINE 10 COL 5 VALUE "EQUIPMENT (0 = BY ITEM TYPE):".
           05  LINE 10 COL 35 PIC 9(6) USING fpm_numEq.
           05  LINE 11 COL 5 VALUE "EVERY N DAYS (0 = BY STAYS):".
           05  LINE 11 COL 34 PIC 9(3) USING fpm_every_days.
           05  LINE 12 COL 5 VALUE "EVERY N STAYS:".
           05  LINE 12 COL 20 PIC 9(3) USING fpm_every_stays.
           05  LINE 13 COL 5 VALUE "DURATION (HOURS, 1-9):".
           05  LINE 13 COL 28 PIC 9(2) USING fpm_duration_hours.
           05  LINE 14 COL 5 VALUE "PRIORITY (1-3):".
           05  LINE 14 COL 21 PIC 9 USING fpm_priority.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * WHICH PIECE OF EQUIPMENT TO SHOW THE SERVICE HISTORY OF
       01  PM-HISTORY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "EQUIPMENT SERVICE HISTORY".
           05  LINE  8 COL 5 VALUE "EQUIPMENT NUMBER:".
           05  LINE  8 COL 23 PIC 9(6) USING WS-PMS-FIND-EQ.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * END OF THE SERVICE HISTORY LISTING
       01  PM-HISTORY-END-SCREEN.
           05  LINE 22 COL  2 VALUE ">ENTER TO CONTINUE<".
           05  LINE 22 COL 22 PIC X USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CLERK-SCHEDULED ONE-OFF STAY ALERT
       01  STAY-ALERT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 12 COL 30 PIC 9(4) USING fcg_end_year.
           05  LINE 13 COL 5 VALUE "ATTRIBUTION WINDOW (DAYS):".
           05  LINE 13 COL 32 PIC 9(2) USING fcg_window_days.
           05  LINE 14 COL 5 VALUE "RFM AUDIENCE (BLANK = ALL):".
           05  LINE 14 COL 33 PIC X(8) USING fcg_audience.
           05  LINE 15 COL 5 VALUE
           "CHAMPION LOYAL NEWONCE BIGLAPSE ATRISK LAPSED REGULAR".
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE CHANNEL ALLOTMENT CONTRACT (ADD_ALLOTMENT)
       01  ALLOTMENT-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ADD CHANNEL ALLOTMENT".
           05  LINE  8 COL 5 VALUE "ALLOTMENT NUMBER:".
           05  LINE  8 COL 23 PIC 9(4) FROM fat_numAl.
           05  LINE  9 COL 5 VALUE "CHANNEL PARTNER:".
           05  LINE  9 COL 23 PIC 9 USING fat_numPt.
           05  LINE 10 COL 5 VALUE "ROOM TYPE:".
           05  LINE 10 COL 23 PIC A(30) USING fat_typeCh.
           05  LINE 11 COL 5 VALUE "FROM:".
           05  LINE 11 COL 11 PIC 9(2) USING fat_from_day.
           05  LINE 11 COL 13 VALUE "/".
           05  LINE 11 COL 14 PIC 9(2) USING fat_from_month.
           05  LINE 11 COL 16 VALUE "/".
           05  LINE 11 COL 17 PIC 9(4) USING fat_from_year.
           05  LINE 12 COL 5 VALUE "TO:".
           05  LINE 12 COL 11 PIC 9(2) USING fat_to_day.
           05  LINE 12 COL 13 VALUE "/".
           05  LINE 12 COL 14 PIC 9(2) USING fat_to_month.
           05  LINE 12 COL 16 VALUE "/".
           05  LINE 12 COL 17 PIC 9(4) USING fat_to_year.
           05  LINE 13 COL 5 VALUE "ROOMS HELD PER DAY:".
           05  LINE 13 COL 30 PIC 9(3) USING fat_rooms.
           05  LINE 14 COL 5 VALUE "RELEASE (DAYS BEFORE):".
           05  LINE 14 COL 30 PIC 9(3) USING fat_release.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ALLOTMENT NUMBER TO END (END_ALLOTMENT)
       01  ALLOTMENT-END-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "ALLOTMENT TO END:".
           05  LINE  8 COL 23 PIC 9(4) USING fat_numAl.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * RULE NUMBER TO DROP FROM THE CLOSE-OUT CALENDAR
      * ONE DATE ON THE CLOCK-CHANGE TABLE (ADD_CLOCK_CHANGE)
       01  CLOCK-CHANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ADD CLOCK CHANGE".
           05  LINE  8 COL 5 VALUE "DATE:".
           05  LINE  8 COL 11 PIC 9(2) USING fcc_date_day.
           05  LINE  8 COL 13 VALUE "/".
           05  LINE  8 COL 14 PIC 9(2) USING fcc_date_month.
           05  LINE  8 COL 16 VALUE "/".
           05  LINE  8 COL 17 PIC 9(4) USING fcc_date_year.
           05  LINE 10 COL 5 VALUE "AT HOUR (WALL CLOCK):".
           05  LINE 10 COL 27 PIC 9(2) USING fcc_hours.
           05  LINE 11 COL 5 VALUE "DIRECTION (1 FORWARD, 2 BACK):".
           05  LINE 11 COL 36 PIC 9 USING fcc_dir.
           05  LINE 12 COL 5 VALUE "MINUTES:".
           05  LINE 12 COL 14 PIC 9(3) USING fcc_minutes.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  CLOCK-CHANGE-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "CLOCK CHANGE TO DELETE:".
           05  LINE  8 COL 29 PIC 9(2) USING fcc_date_day.
           05  LINE  8 COL 31 VALUE "/".
           05  LINE  8 COL 32 PIC 9(2) USING fcc_date_month.
           05  LINE  8 COL 34 VALUE "/".
           05  LINE  8 COL 35 PIC 9(4) USING fcc_date_year.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CLOCK-CHANGE TABLE UPKEEP AND THE CROSSING REPORT
       01  CLOCK-CHANGES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. ADD CLOCK CHANGE".
           05  LINE 11 COL 25 VALUE "2. DELETE CLOCK CHANGE".
           05  LINE 12 COL 25 VALUE "3. CLOCK CHANGE TABLE".
           05  LINE 13 COL 25 VALUE "4. STAYS/MISSIONS ACROSS A CHANGE".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE BUNDLED PACKAGE (ADD_PACKAGE) - HEADER, THEN UP TO FIVE
      * COMPONENT LINES (KIND 0 = LINE NOT USED)
       01  PACKAGE-EDITING-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  5 COL 20 BACKGROUND-COLOR IS 3
           VALUE "PACKAGE".
           05  LINE  7 COL 5 VALUE "CODE:".
           05  LINE  7 COL 11 PIC X(6) USING fbn_code.
           05  LINE  7 COL 20 VALUE "NAME:".
           05  LINE  7 COL 26 PIC X(30) USING fbn_name.
           05  LINE  8 COL 5 VALUE "ROOM TYPE (BLANK = ANY):".
           05  LINE  8 COL 30 PIC A(30) USING fbn_typeCh.
           05  LINE  9 COL 5 VALUE "ROOM HOURS:".
           05  LINE  9 COL 17 PIC 9(2) USING fbn_hours.
           05  LINE  9 COL 22 VALUE "PRICE:".
           05  LINE  9 COL 29 PIC 9(5).99 USING fbn_price.
           05  LINE 10 COL 5 VALUE
           "SPLIT (1 PRO-RATA ON VALUES / 2 ITEMS FIXED, ROOM REST):".
           05  LINE 10 COL 62 PIC 9 USING fbn_rule.
           05  LINE 12 COL 5 VALUE
           "KIND: 1 ITEM  2 PARKING  3 LATE CHECKOUT  4 KEY OPTION".
           05  LINE 13 COL 5 VALUE
           "CLASS (ITEMS): 1 MINIBAR  3 CLEANING  4 OTHER".
           05  LINE 14 COL 5 VALUE "KIND CLASS LABEL".
           05  LINE 14 COL 37 VALUE "VALUE    QTY/HRS".
           05  LINE 15 COL 6 PIC 9 USING fbn_kind(1).
           05  LINE 15 COL 12 PIC 9 USING fbn_class(1).
           05  LINE 15 COL 16 PIC X(20) USING fbn_label(1).
           05  LINE 15 COL 37 PIC 9(4).99 USING fbn_value(1).
           05  LINE 15 COL 46 PIC 9(2) USING fbn_qty(1).
           05  LINE 16 COL 6 PIC 9 USING fbn_kind(2).
           05  LINE 16 COL 12 PIC 9 USING fbn_class(2).
           05  LINE 16 COL 16 PIC X(20) USING fbn_label(2).
           05  LINE 16 COL 37 PIC 9(4).99 USING fbn_value(2).
           05  LINE 16 COL 46 PIC 9(2) USING fbn_qty(2).
           05  LINE 17 COL 6 PIC 9 USING fbn_kind(3).
           05  LINE 17 COL 12 PIC 9 USING fbn_class(3).
           05  LINE 17 COL 16 PIC X(20) USING fbn_label(3).
           05  LINE 17 COL 37 PIC 9(4).99 USING fbn_value(3).
           05  LINE 17 COL 46 PIC 9(2) USING fbn_qty(3).
           05  LINE 18 COL 6 PIC 9 USING fbn_kind(4).
           05  LINE 18 COL 12 PIC 9 USING fbn_class(4).
           05  LINE 18 COL 16 PIC X(20) USING fbn_label(4).
           05  LINE 18 COL 37 PIC 9(4).99 USING fbn_value(4).
           05  LINE 18 COL 46 PIC 9(2) USING fbn_qty(4).
           05  LINE 19 COL 6 PIC 9 USING fbn_kind(5).
           05  LINE 19 COL 12 PIC 9 USING fbn_class(5).
           05  LINE 19 COL 16 PIC X(20) USING fbn_label(5).
           05  LINE 19 COL 37 PIC 9(4).99 USING fbn_value(5).
           05  LINE 19 COL 46 PIC 9(2) USING fbn_qty(5).
           05  LINE 21 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 21 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  PACKAGE-RETIRE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "PACKAGE TO TAKE OFF SALE:".
           05  LINE  8 COL 31 PIC X(6) USING fbn_code.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  PACKAGES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. ADD PACKAGE".
           05  LINE 11 COL 25 VALUE "2. TAKE PACKAGE OFF SALE".
           05  LINE 12 COL 25 VALUE "3. PACKAGE LIST".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  ACCESS-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. WHO LOOKED AT A GUEST".
           05  LINE 11 COL 25 VALUE "2. WHAT A USER LOOKED AT".
           05  LINE 12 COL 25 VALUE "3. BROWSING ALERT REPORT".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * FILTER FOR THE READ-ACCESS LOG - DATE RANGE, THEN EITHER
      * THE GUEST (C = CLIENT NUMBER, R = RESERVATION) OR THE USER
      * DEPENDING ON THE MENU CHOICE; THE OTHER IS IGNORED.
       01  ACCESS-QUERY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "SENSITIVE DATA ACCESS LOG".
           05  LINE  8 COL 5 VALUE "FROM:".
           05  LINE  8 COL 11 PIC 9(2) USING WS-ACC-FROM-DAY.
           05  LINE  8 COL 13 VALUE "/".
           05  LINE  8 COL 14 PIC 9(2) USING WS-ACC-FROM-MONTH.
           05  LINE  8 COL 16 VALUE "/".
           05  LINE  8 COL 17 PIC 9(4) USING WS-ACC-FROM-YEAR.
           05  LINE  8 COL 23 VALUE "TO:".
           05  LINE  8 COL 27 PIC 9(2) USING WS-ACC-TO-DAY.
           05  LINE  8 COL 29 VALUE "/".
           05  LINE  8 COL 30 PIC 9(2) USING WS-ACC-TO-MONTH.
           05  LINE  8 COL 32 VALUE "/".
           05  LINE  8 COL 33 PIC 9(4) USING WS-ACC-TO-YEAR.
           05  LINE 10 COL 5 VALUE "GUEST - C=CLIENT / R=RESA:".
           05  LINE 10 COL 32 PIC X USING WS-ACC-Q-TYPE.
           05  LINE 10 COL 35 VALUE "NUMBER:".
           05  LINE 10 COL 43 PIC 9(6) USING WS-ACC-Q-NUM.
           05  LINE 12 COL 5 VALUE "USER NUMBER:".
           05  LINE 12 COL 18 PIC 9(4) USING WS-ACC-Q-USER.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  CLOSEOUT-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE 10 COL 35 PIC 9(2) USING WS-SFE-AMT-DECIMAL.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * PETTY-CASH PAID-OUT FROM THE OPEN DRAWER - CATEGORY FROM THE
      * SMALL TABLE, AMOUNT, WHO WAS PAID AND THE RECEIPT NUMBER
       01  PAID-OUT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "PETTY-CASH PAID-OUT".
           05  LINE  8 COL 5 VALUE "SHIFT:".
           05  LINE  8 COL 12 PIC 9(6) FROM WS-SHIFT-NUM.
           05  LINE 10 COL 5 VALUE "1.".
           05  LINE 10 COL 8 PIC X(20) FROM WS-PDC-NAME(1).
           05  LINE 11 COL 5 VALUE "2.".
           05  LINE 11 COL 8 PIC X(20) FROM WS-PDC-NAME(2).
           05  LINE 12 COL 5 VALUE "3.".
           05  LINE 12 COL 8 PIC X(20) FROM WS-PDC-NAME(3).
           05  LINE 13 COL 5 VALUE "4.".
           05  LINE 13 COL 8 PIC X(20) FROM WS-PDC-NAME(4).
           05  LINE 14 COL 5 VALUE "5.".
           05  LINE 14 COL 8 PIC X(20) FROM WS-PDC-NAME(5).
           05  LINE 16 COL 5 VALUE "CATEGORY:".
           05  LINE 16 COL 23 PIC 9 USING WS-PDO-CAT.
           05  LINE 17 COL 5 VALUE "AMOUNT PAID OUT:".
           05  LINE 17 COL 23 PIC 9(5) USING WS-PDO-AMT-ENTIER.
           05  LINE 17 COL 28 VALUE ".".
           05  LINE 17 COL 29 PIC 9(2) USING WS-PDO-AMT-DECIMAL.
           05  LINE 18 COL 5 VALUE "PAYEE:".
           05  LINE 18 COL 23 PIC X(30) USING WS-PDO-PAYEE.
           05  LINE 19 COL 5 VALUE "RECEIPT/REFERENCE:".
           05  LINE 19 COL 24 PIC X(15) USING WS-PDO-REF.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * UPSERTS ONE CHANNEL PARTNER AND ITS COMMISSION RATE - THE
      * CODE IS THE fr_origin VALUE ITS BOOKINGS CARRY
       01  PARTNER-RATE-SCREEN.
           05  LINE 10 COL 30 PIC 9(2) USING WS-PT-RATE-DECIMAL.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE RATE PLAN - PRICE ADJUSTMENT, PREPAYMENT REQUIRED AT
      * BOOKING AND ITS OWN CANCELLATION SCHEDULE (SET_RATE_PLAN)
       01  RATE-PLAN-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "RATE PLAN".
           05  LINE  8 COL 5 VALUE "PLAN CODE:".
           05  LINE  8 COL 16 PIC X(8) USING frp_code.
           05  LINE  9 COL 5 VALUE "NAME:".
           05  LINE  9 COL 11 PIC X(20) USING frp_nom.
           05  LINE 11 COL 5 VALUE "ADJUSTMENT (0 OFF / 1 ON):".
           05  LINE 11 COL 32 PIC 9 USING frp_adj_mode.
           05  LINE 11 COL 40 VALUE "PERCENT:".
           05  LINE 11 COL 49 PIC 9(2) USING frp_adj_pct.
           05  LINE 12 COL 5 VALUE "PREPAYMENT AT BOOKING (%):".
           05  LINE 12 COL 32 PIC 9(3) USING frp_prepay_pct.
           05  LINE 14 COL 5 VALUE "FREE CANCEL HOURS (0 = NEVER):".
           05  LINE 14 COL 36 PIC 9(3) USING frp_free_hours.
           05  LINE 15 COL 5 VALUE "LATE CANCELLATION FEE (%):".
           05  LINE 15 COL 32 PIC 9(3) USING frp_late_pct.
           05  LINE 16 COL 5 VALUE "NO-SHOW FEE (%):".
           05  LINE 16 COL 32 PIC 9(3) USING frp_noshow_pct.
           05  LINE 18 COL 5 VALUE "STATUS (0 ON SALE / 1 WITHDRAWN):".
           05  LINE 18 COL 39 PIC 9 USING frp_status.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ADMIN UPSERT OF ONE MARKET SEGMENT
       01  MARKET-SEGMENT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "MARKET SEGMENT".
           05  LINE  8 COL 5 VALUE "SEGMENT CODE:".
           05  LINE  8 COL 19 PIC X(6) USING fsg_code.
           05  LINE  9 COL 5 VALUE "LABEL:".
           05  LINE  9 COL 12 PIC X(30) USING fsg_label.
           05  LINE 11 COL 5 VALUE "STATUS (0 IN USE / 1 WITHDRAWN):".
           05  LINE 11 COL 38 PIC 9 USING fsg_status.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ADMIN UPSERT OF ONE GUEST MESSAGE WORDING (TYPE + LANGUAGE)
       01  MESSAGE-TEMPLATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "GUEST MESSAGE TEMPLATE".
           05  LINE  8 COL 5 VALUE "MESSAGE TYPE:".
           05  LINE  8 COL 19 PIC X(8) USING ftm_type.
           05  LINE  8 COL 30 VALUE
           "REMIND TIMEUP SURVEY FLASH BDAY STANDBY GRPDUE".
           05  LINE  9 COL 5 VALUE "LANGUAGE:".
           05  LINE  9 COL 19 PIC X(2) USING ftm_lang.
           05  LINE  9 COL 30 VALUE "FR EN DE ES IT NL".
           05  LINE 11 COL 5 VALUE "TEXT (NO COMMAS):".
           05  LINE 11 COL 24 VALUE
           "<NAME> <ROOM> <TIME> <CODE> ARE FILLED IN".
           05  LINE 12 COL 5 PIC X(50) USING ftm_text_1.
           05  LINE 13 COL 5 PIC X(50) USING ftm_text_2.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  MESSAGE-TEMPLATE-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "MESSAGE TYPE TO DELETE:".
           05  LINE  8 COL 29 PIC X(8) USING ftm_type.
           05  LINE  9 COL 5 VALUE "LANGUAGE:".
           05  LINE  9 COL 29 PIC X(2) USING ftm_lang.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  MESSAGES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. SET MESSAGE TEMPLATE".
           05  LINE 11 COL 25 VALUE "2. VIEW MESSAGE TEMPLATES".
           05  LINE 12 COL 25 VALUE "3. DELETE MESSAGE TEMPLATE".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ADMIN UPSERT OF ONE REPORT SUBSCRIPTION (SEE fsubscr)
       01  SUBSCRIPTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "REPORT SUBSCRIPTION".
           05  LINE  8 COL 5 VALUE "SUBSCRIPTION NUMBER:".
           05  LINE  8 COL 27 PIC 9(4) USING fsu_numSu.
           05  LINE  9 COL 5 VALUE "REPORT CODE:".
           05  LINE  9 COL 27 PIC X(8) USING fsu_code.
           05  LINE  9 COL 37 VALUE
           "(SPOOL CODE, OWNFLASH OR DLVALERT)".
           05  LINE 10 COL 5 VALUE "RECIPIENT:".
           05  LINE 10 COL 27 PIC 9 USING fsu_role.
           05  LINE 10 COL 37 VALUE
           "1 OWNER / 2 ACCOUNTANT / 3 HOUSEKEEPING".
           05  LINE 11 COL 5 VALUE "CHANNEL (E/S):".
           05  LINE 11 COL 27 PIC X USING fsu_channel.
           05  LINE 11 COL 37 VALUE "E EMAIL / S SMS".
           05  LINE 12 COL 5 VALUE "ADDRESS OR PHONE:".
           05  LINE 13 COL 5 PIC X(60) USING fsu_dest.
           05  LINE 15 COL 5 VALUE "ACTIVE (1 YES / 0 NO):".
           05  LINE 15 COL 29 PIC 9 USING fsu_active.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  SUBSCRIPTION-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "SUBSCRIPTION TO DELETE:".
           05  LINE  8 COL 29 PIC 9(4) USING fsu_numSu.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  SUBSCRIPTIONS-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. SET SUBSCRIPTION".
           05  LINE 11 COL 25 VALUE "2. VIEW SUBSCRIPTIONS".
           05  LINE 12 COL 25 VALUE "3. DELETE SUBSCRIPTION".
           05  LINE 13 COL 25 VALUE "4. DELIVERY LOG".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * MAPS ONE COMPETITOR ROOM CATEGORY TO ONE OF OUR ROOM TYPES
       01  COMPETITOR-MAP-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "COMPETITOR CATEGORY".
           05  LINE  8 COL 5 VALUE "COMPETITOR CODE:".
           05  LINE  8 COL 27 PIC X(8) USING fcm_comp.
           05  LINE  9 COL 5 VALUE "THEIR CATEGORY:".
           05  LINE  9 COL 27 PIC X(20) USING fcm_cat.
           05  LINE 10 COL 5 VALUE "OUR ROOM TYPE:".
           05  LINE 10 COL 27 PIC A(30) USING fcm_typeCh.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  COMPETITOR-MAP-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "COMPETITOR CODE:".
           05  LINE  8 COL 27 PIC X(8) USING fcm_comp.
           05  LINE  9 COL 5 VALUE "THEIR CATEGORY:".
           05  LINE  9 COL 27 PIC X(20) USING fcm_cat.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  COMPETITOR-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. MAP CATEGORY".
           05  LINE 11 COL 25 VALUE "2. VIEW CATEGORY MAP".
           05  LINE 12 COL 25 VALUE "3. DELETE CATEGORY MAP".
           05  LINE 13 COL 25 VALUE "4. IMPORT RATE FILE".
           05  LINE 14 COL 25 VALUE "5. POSITIONING REPORT".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * FOREIGN CASH TENDER AT THE DESK - CURRENCY BLANK KEEPS THE
      * HOUSE CURRENCY, OTHERWISE THE TENDERED AMOUNT IS CONVERTED
      * AT THE TABLE RATE AND REPLACES THE KEYED PAYMENT AMOUNT
           05  LINE 10 COL 16 PIC 9(5) USING WS-LAU-QTY.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * A STOCK TRANSFER TO THE OTHER HOUSE - ITS SITE CODE (OFFERED
      * PRE-FILLED)
       01  XFER-SHIP-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "STOCK TRANSFER OUT".
           05  LINE  8 COL 5 VALUE "TO SITE:".
           05  LINE  8 COL 14 PIC 9(2) USING WS-XFR-SITE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE STOCK ITEM OFFERED FOR A TRANSFER OUT
       01  XFER-ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "STOCK TRANSFER OUT".
           05  LINE  8 COL 5 VALUE "ITEM:".
           05  LINE  8 COL 11 PIC 9(4) FROM fsk_numItem.
           05  LINE  8 COL 17 PIC X(30) FROM fsk_label.
           05  LINE  9 COL 5 VALUE "ON SHELF:".
           05  LINE  9 COL 15 PIC 9(5) FROM fsk_qty.
           05  LINE 11 COL 5 VALUE "QUANTITY TO SEND (0 = NONE):".
           05  LINE 11 COL 34 PIC 9(5) USING WS-XFR-QTY.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * PICKS THE INCOMING TRANSFER THE BOX BELONGS TO
       01  XFER-RECEIVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "STOCK TRANSFER IN".
           05  LINE  8 COL 5 VALUE "TRANSFER NUMBER:".
           05  LINE  8 COL 22 PIC 9(6) USING fxt_numXf.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE TRANSFER LINE AT RECEIPT - WHAT ACTUALLY ARRIVED
       01  XFER-RECV-LINE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "ITEM:".
           05  LINE  8 COL 11 PIC 9(4) FROM fxl_numItem.
           05  LINE  8 COL 17 PIC X(30) FROM fxl_label.
           05  LINE  9 COL 5 VALUE "SENT:".
           05  LINE  9 COL 11 PIC 9(5) FROM fxl_qty_sent.
           05  LINE 11 COL 5 VALUE "ARRIVED:".
           05  LINE 11 COL 14 PIC 9(5) USING WS-XFR-QTY.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE SUPPLIER (ADD_SUPPLIER) - SAME SHAPE AS
      * COMPANY-EDITING-SCREEN
       01  SUPPLIER-EDITING-SCREEN.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE BELOW-MINIMUM ITEM OFFERED ONTO THE PO - QUANTITY
      * PRE-FILLED WITH THE REORDER SUGGESTION, 0 LEAVES IT OFF;
      * AN ORDERED LINE MUST CARRY THE AGREED UNIT PRICE
       01  PO-LINE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  9 COL 31 PIC 9(5) FROM fsk_min.
           05  LINE 11 COL 5 VALUE "QUANTITY TO ORDER (0 = SKIP):".
           05  LINE 11 COL 35 PIC 9(5) USING WS-POD-QTY.
           05  LINE 12 COL 5 VALUE "UNIT PRICE (EXCL. VAT):".
           05  LINE 12 COL 35 PIC 9(5) USING fpod_price_entier.
           05  LINE 12 COL 40 VALUE ".".
           05  LINE 12 COL 41 PIC 9(2) USING fpod_price_decimal.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * PO NUMBER A DELIVERY IS BEING BOOKED AGAINST
           05  LINE  8 COL 28 PIC 9(6) USING fpor_numPo.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE OUTSTANDING PO LINE AT DELIVERY TIME - QUANTITY ARRIVING
      * NOW (0 = NOTHING ON THIS DROP)
       01  PO-RECV-LINE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL 5 VALUE "ITEM:".
           05  LINE  8 COL 11 PIC 9(4) FROM fpod_numItem.
           05  LINE  9 COL 5 VALUE "ORDERED:".
           05  LINE  9 COL 14 PIC 9(5) FROM fpod_qty_ordered.
           05  LINE  9 COL 22 VALUE "RECEIVED SO FAR:".
           05  LINE  9 COL 39 PIC 9(5) FROM fpod_qty_received.
           05  LINE 11 COL 5 VALUE "ARRIVING NOW (0 = NONE):".
           05  LINE 11 COL 30 PIC 9(5) USING WS-POD-RCV.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * SUPPLIER INVOICE HEADER AS PRINTED ON THE DOCUMENT - ALWAYS
      * BILLED AGAINST ONE OF THAT SUPPLIER'S PURCHASE ORDERS
       01  SUP-INVOICE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ENTER SUPPLIER INVOICE".
           05  LINE  8 COL 5 VALUE "REGISTER NUMBER:".
           05  LINE  8 COL 30 PIC 9(6) FROM fsi_numInv.
           05  LINE 10 COL 5 VALUE "SUPPLIER NUMBER:".
           05  LINE 10 COL 30 PIC 9(4) USING fsi_numSup.
           05  LINE 11 COL 5 VALUE "SUPPLIER INVOICE NO:".
           05  LINE 11 COL 30 PIC X(20) USING fsi_ref.
           05  LINE 12 COL 5 VALUE "INVOICE DATE (YYYYMMDD):".
           05  LINE 12 COL 30 PIC 9(8) USING fsi_date.
           05  LINE 13 COL 5 VALUE "PURCHASE ORDER NUMBER:".
           05  LINE 13 COL 30 PIC 9(6) USING fsi_numPo.
           05  LINE 14 COL 5 VALUE "VAT AMOUNT:".
           05  LINE 14 COL 30 PIC 9(6) USING fsi_vat_entier.
           05  LINE 14 COL 36 VALUE ".".
           05  LINE 14 COL 37 PIC 9(2) USING fsi_vat_decimal.
           05  LINE 15 COL 5 VALUE "INVOICE TOTAL (INCL. VAT):".
           05  LINE 15 COL 32 PIC 9(7) USING fsi_total_entier.
           05  LINE 15 COL 39 VALUE ".".
           05  LINE 15 COL 40 PIC 9(2) USING fsi_total_decimal.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PO LINE OFFERED ONTO THE SUPPLIER INVOICE - QUANTITY
      * PRE-FILLED WITH WHAT WAS RECEIVED BUT NOT YET BILLED, PRICE
      * WITH THE ORDER PRICE; KEY WHAT THE INVOICE SAYS, 0 = NOT ON
      * THIS INVOICE
       01  SUP-INVOICE-LINE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "SUPPLIER INVOICE LINE".
           05  LINE  8 COL 5 VALUE "ITEM:".
           05  LINE  8 COL 11 PIC 9(4) FROM fpod_numItem.
           05  LINE  8 COL 17 PIC X(30) FROM fsk_label.
           05  LINE  9 COL 5 VALUE "ORDERED:".
           05  LINE  9 COL 14 PIC 9(5) FROM fpod_qty_ordered.
           05  LINE  9 COL 22 VALUE "RECEIVED:".
           05  LINE  9 COL 32 PIC 9(5) FROM fpod_qty_received.
           05  LINE  9 COL 40 VALUE "BILLED:".
           05  LINE  9 COL 48 PIC 9(5) FROM fpod_qty_invoiced.
           05  LINE 10 COL 5 VALUE "ORDER PRICE:".
           05  LINE 10 COL 18 PIC 9(5) FROM fpod_price_entier.
           05  LINE 10 COL 23 VALUE ".".
           05  LINE 10 COL 24 PIC 9(2) FROM fpod_price_decimal.
           05  LINE 12 COL 5 VALUE "QUANTITY INVOICED (0 = SKIP):".
           05  LINE 12 COL 35 PIC 9(5) USING WS-POD-QTY.
           05  LINE 13 COL 5 VALUE "UNIT PRICE INVOICED:".
           05  LINE 13 COL 35 PIC 9(5) USING fil_price_entier.
           05  LINE 13 COL 40 VALUE ".".
           05  LINE 13 COL 41 PIC 9(2) USING fil_price_decimal.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  SUP-INVOICE-NUMBER-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "APPROVE SUPPLIER INVOICE".
           05  LINE  8 COL 5 VALUE "REGISTER NUMBER:".
           05  LINE  8 COL 30 PIC 9(6) USING WS-SIN-NUM.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  SUP-INVOICE-LIST-END-SCREEN.
           05  LINE 22 COL  2 VALUE ">ENTER TO CONTINUE<".
           05  LINE 22 COL 22 PIC X USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE CATALOGUE AMENITY (ADD_AMENITY)
           05  LINE 10 COL 5
           VALUE "METHOD (0 CASH / 1 CARD / 2 TRANSFER):".
           05  LINE 10 COL 45 PIC 9 USING WS-PAY-METHOD.
           05  LINE 12 COL 5 VALUE "GRATUITY FOR HOUSEKEEPING:".
           05  LINE 12 COL 37 PIC 9(5) USING WS-GRT-AMT-ENTIER.
           05  LINE 12 COL 42 VALUE ".".
           05  LINE 12 COL 43 PIC 9(2) USING WS-GRT-AMT-DECIMAL.
           05  LINE 13 COL 5
           VALUE "(NOT BILLED - SAME METHOD AS THE PAYMENT)".
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * NAVIGATION PROMPT UNDER THE DAY GRID - N NEXT DAY,
           05  LINE 14 COL 45 PIC 9(4) USING WS-FAM-REQ3.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * BOTTOM-OF-SCREEN PROMPT UNDER THE OTHER HOUSE'S FREE LIST -
      * A ROOM FROM THE LIST (0 = NO REFERRAL) AND THE GUEST'S
      * PHONE AND NAME
       01  XSITE-REFER-SCREEN.
           05  LINE 20 COL  2
           VALUE "REFER TO THE OTHER HOUSE - ROOM (0 = NO):".
           05  LINE 20 COL 44 PIC 9(4) USING WS-XS-PICK.
           05  LINE 21 COL  2 VALUE "PHONE:".
           05  LINE 21 COL  9 PIC 9(10) USING WS-XS-TEL.
           05  LINE 22 COL  2 VALUE "NAME:".
           05  LINE 22 COL  8 PIC X(30) USING WS-XS-NOM.
           05  LINE 22 COL 40 VALUE "FIRST NAME:".
           05  LINE 22 COL 52 PIC X(28) USING WS-XS-PRENOM.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE-LINE PROMPT BEFORE AN INTERACTIVE REPORT - Y ALSO
      * WRITES THE DATED SPOOL FILE
       01  SPOOL-ASK-SCREEN.
           05  LINE 20 COL 46 PIC 9(2) USING fwo_cost_decimal.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * THE TECHNICIAN'S PICK FROM THE WORK ORDER QUEUE LISTED ABOVE
       01  TECH-WORKORDER-SCREEN.
           05  LINE 22 COL  2
           VALUE "WORK ORDER NUMBER (0 = NONE):".
           05  LINE 22 COL 32 PIC 9(6) USING fwo_numWo.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PART DRAWN FROM STOCK AGAINST THE WORK ORDER
       01  TECH-PART-SCREEN.
           05  LINE 22 COL  2 VALUE "STOCK ITEM (0 = DONE):".
           05  LINE 22 COL 25 PIC 9(4) USING fwp_numItem.
           05  LINE 22 COL 31 VALUE "QUANTITY:".
           05  LINE 22 COL 41 PIC 9(4) USING fwp_qty.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * PAUSE UNDER THE WORK ORDER QUEUE
       01  TECH-QUEUE-SCREEN.
           05  LINE 22 COL  2 VALUE ">ENTER TO CONTINUE<".
           05  LINE 22 COL 22 PIC X USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE FOUND ITEM (ADD_LOST_ITEM)
       01  LOSTFOUND-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE LINE OF THE HOUSEKEEPING ROUNDS SHEET - ROOM, WHAT WAS
      * SEEN AND WHEN (DEFAULTS TO NOW, OVERTYPE FROM THE PAPER)
       01  ROUNDS-SHEET-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ROUNDS SHEET".
           05  LINE  8 COL 5 VALUE "ROOM NUMBER:".
           05  LINE  8 COL 18 PIC 9(4) USING fsr_numCh.
           05  LINE  9 COL 5 VALUE "SEEN:".
           05  LINE  9 COL 11 PIC 9 USING fsr_state.
           05  LINE  9 COL 13 VALUE
           "(0 = OCCUPIED 1 = VACANT 2 = VACANT BUT USED)".
           05  LINE 10 COL 5 VALUE "ON:".
           05  LINE 10 COL 9 PIC 9(2) USING fsr_day.
           05  LINE 10 COL 11 VALUE "/".
           05  LINE 10 COL 12 PIC 9(2) USING fsr_month.
           05  LINE 10 COL 14 VALUE "/".
           05  LINE 10 COL 15 PIC 9(4) USING fsr_year.
           05  LINE 10 COL 21 VALUE "AT:".
           05  LINE 10 COL 25 PIC 9(2) USING fsr_hours.
           05  LINE 10 COL 27 VALUE ":".
           05  LINE 10 COL 28 PIC 9(2) USING fsr_minute.
           05  LINE 12 COL 5 VALUE "ROOMS LOGGED THIS ROUND:".
           05  LINE 12 COL 30 PIC ZZZ9 FROM WS-SGT-LOGGED.
           05  LINE 20 COL  2 VALUE
           "RECORD AND NEXT ROOM ? (Y/N = END OF ROUND) >".
           05  LINE 20 COL 48 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * LOST-AND-FOUND SEARCH BY ROOM AND FOUND-DATE RANGE
       01  LOSTFOUND-SEARCH-SCREEN.
           05  BLANK SCREEN.
           05  LINE 11 COL 23 PIC 9(5) USING fsk_qty.
           05  LINE 12 COL 5 VALUE "MINIMUM LEVEL:".
           05  LINE 12 COL 23 PIC 9(5) USING fsk_min.
           05  LINE 13 COL 5 VALUE "UNIT COST:".
           05  LINE 13 COL 23 PIC 9(5) USING WS-STK-PRICE-ENTIER.
           05  LINE 13 COL 28 VALUE ".".
           05  LINE 13 COL 29 PIC 9(2) USING WS-STK-PRICE-DECIMAL.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05  LINE  8 COL 24 PIC 9(4) USING fsk_numItem.
           05  LINE 10 COL 5 VALUE "QUANTITY RECEIVED:".
           05  LINE 10 COL 24 PIC 9(5) USING WS-STK-RECEIVED.
           05  LINE 11 COL 5 VALUE "UNIT PRICE:".
           05  LINE 11 COL 24 PIC 9(5) USING WS-STK-PRICE-ENTIER.
           05  LINE 11 COL 29 VALUE ".".
           05  LINE 11 COL 30 PIC 9(2) USING WS-STK-PRICE-DECIMAL.
           05  LINE 12 COL 5 VALUE "(0 = AT THE CURRENT AVERAGE COST)".
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE-KEY REASSIGNMENT OFFER FOR A MISSION NOT STARTED ON TIME
           05  LINE 10 COL 30 PIC 9(2) USING fab_end_month.
           05  LINE 10 COL 32 VALUE "/".
           05  LINE 10 COL 33 PIC 9(4) USING fab_end_year.
           05  LINE 12 COL 5 VALUE
               "TYPE (1 HOLIDAY, 2 SICKNESS, 3 OTHER):".
           05  LINE 12 COL 44 PIC 9 USING fab_type.
           05  LINE 13 COL 5 VALUE "WORKING DAYS:".
           05  LINE 13 COL 19 PIC ZZ9 FROM fab_days.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * STAFF MEMBER AND LEAVE YEAR TO AMEND (SET_LEAVE_ENTITLEMENT)
       01  LEAVE-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "LEAVE ENTITLEMENT".
           05  LINE  8 COL 5 VALUE "STAFF NUMBER:".
           05  LINE  8 COL 19 PIC 9(4) USING WS-LV-NUMP.
           05  LINE  9 COL 5 VALUE "LEAVE YEAR:".
           05  LINE  9 COL 19 PIC 9(4) USING WS-LV-YEAR.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * THE YEAR'S FULL ENTITLEMENT AND CARRY-OVER IN WORKING DAYS
      * (SET_LEAVE_ENTITLEMENT)
       01  LEAVE-YEAR-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "LEAVE ENTITLEMENT".
           05  LINE  8 COL 5 VALUE "STAFF NUMBER:".
           05  LINE  8 COL 19 PIC 9(4) FROM WS-LV-NUMP.
           05  LINE  8 COL 25 PIC A(30) FROM fp_nom.
           05  LINE  9 COL 5 VALUE "LEAVE YEAR:".
           05  LINE  9 COL 19 PIC 9(4) FROM WS-LV-YEAR.
           05  LINE 11 COL 5 VALUE "ENTITLEMENT (DAYS):".
           05  LINE 11 COL 25 PIC 9(3) USING WS-LV-ENT-ENTIER.
           05  LINE 11 COL 28 VALUE ".".
           05  LINE 11 COL 29 PIC 9(2) USING WS-LV-ENT-DECIMAL.
           05  LINE 12 COL 5 VALUE "CARRIED OVER (DAYS):".
           05  LINE 12 COL 25 PIC 9(3) USING WS-LV-CAR-ENTIER.
           05  LINE 12 COL 28 VALUE ".".
           05  LINE 12 COL 29 PIC 9(2) USING WS-LV-CAR-DECIMAL.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CLEANER AND DAY OF NEXT WEEK'S DRAFT ROSTER TO AMEND
      * (EDIT_ROSTER_PROPOSAL)
       01  RSP-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ROSTER DRAFT".
           05  LINE  7 COL 5 VALUE "WEEK STARTING:".
           05  LINE  7 COL 20 PIC 9(8) FROM WS-RSP-WEEK.
           05  LINE  8 COL 5 VALUE "STAFF NUMBER:".
           05  LINE  8 COL 19 PIC 9(4) USING frs_numP.
           05  LINE 10 COL 5 VALUE "WEEKDAY (0 SAT .. 6 FRI):".
           05  LINE 10 COL 31 PIC 9 USING frs_weekday.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE DRAFT SHIFT (EDIT_ROSTER_PROPOSAL)
       01  RSP-SHIFT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ROSTER DRAFT".
           05  LINE  7 COL 5 VALUE "WEEK STARTING:".
           05  LINE  7 COL 20 PIC 9(8) FROM WS-RSP-WEEK.
           05  LINE  8 COL 5 VALUE "STAFF NUMBER:".
           05  LINE  8 COL 19 PIC 9(4) FROM frs_numP.
           05  LINE  8 COL 25 PIC X(30) FROM WS-RSP-L-NAME.
           05  LINE  9 COL 5 VALUE "WEEKDAY:".
           05  LINE  9 COL 14 PIC 9 FROM frs_weekday.
           05  LINE 11 COL 5 VALUE "FROM:".
           05  LINE 11 COL 11 PIC 9(2) USING frs_start_hours.
           05  LINE 11 COL 13 VALUE "h".
           05  LINE 11 COL 14 PIC 9(2) USING frs_start_minute.
           05  LINE 11 COL 20 VALUE "TO:".
           05  LINE 11 COL 24 PIC 9(2) USING frs_end_hours.
           05  LINE 11 COL 26 VALUE "h".
           05  LINE 11 COL 27 PIC 9(2) USING frs_end_minute.
           05  LINE 12 COL 5 VALUE "ZONE:".
           05  LINE 12 COL 11 PIC 9(2) USING frs_zone.
           05  LINE 14 COL 5 VALUE "TAKE THIS SHIFT OFF ? (Y/N):".
           05  LINE 14 COL 34 PIC A USING WS-RSP-REMOVE.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CONFIRMS PUTTING NEXT WEEK'S ROSTER LIVE
      * (PUBLISH_ROSTER_PROPOSAL)
       01  RSP-PUBLISH-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL  5 VALUE
               "PUBLISH THE ROSTER FOR THE WEEK STARTING".
           05  LINE  8 COL 46 PIC 9(8) FROM WS-RSP-WEEK.
           05  LINE  9 COL  5 VALUE "SHIFTS:".
           05  LINE  9 COL 13 PIC ZZ9 FROM WS-RSP-ROWS.
           05  LINE 10 COL  5 VALUE
               "EVERY CLEANER'S CURRENT ROSTER WILL BE REPLACED.".
           05  LINE 12 COL  5 VALUE "PUBLISH NOW ?".
           05  LINE 12 COL 19 VALUE "(Y/N) >".
           05  LINE 12 COL 27 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * HOLIDAY THAT WOULD OVERDRAW THE LEAVE BALANCE
      * (CHECK_LEAVE_BALANCE)
       01  LEAVE-NEGATIVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  8 COL  5 VALUE
               "THIS HOLIDAY TAKES THE LEAVE BALANCE NEGATIVE.".
           05  LINE  9 COL  5 VALUE "STAFF NUMBER:".
           05  LINE  9 COL 19 PIC 9(4) FROM fab_numP.
           05  LINE 10 COL  5 VALUE "WORKING DAYS:".
           05  LINE 10 COL 19 PIC ZZ9 FROM fab_days.
           05  LINE 11 COL  5 VALUE "BALANCE AFTER:".
           05  LINE 11 COL 20 PIC X(8) FROM WS-LV-SHOW-BAL.
           05  LINE 13 COL  5 VALUE "RECORD THE HOLIDAY ANYWAY ?".
           05  LINE 13 COL 33 VALUE "(Y/N) >".
           05  LINE 13 COL 41 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * SINGLE-SCREEN WALK-IN BOOKING (WALKIN_EXPRESS) - CLIENT AND
      * STAY IN ONE CONFIRMED SHOT, START TIME IS ALWAYS "NOW"
       01  WALKIN-EXPRESS-SCREEN.
           05  LINE 14 COL 17 VALUE "h".
           05  LINE 14 COL 18 PIC 9(2) USING fr_duree_minute.
           05  LINE 16 COL 5 VALUE "(STARTS NOW)".
           05  LINE 17 COL 5 VALUE "RATE PLAN:".
           05  LINE 17 COL 16 PIC X(8) USING fr_plan.
           05  LINE 18 COL 5 VALUE "MARKET SEGMENT:".
           05  LINE 18 COL 21 PIC X(6) USING fr_segment.
           05  LINE 19 COL 5 VALUE "PACKAGE:".
           05  LINE 19 COL 14 PIC X(6) USING WS-PKG-CODE.
           05  LINE 19 COL 28 VALUE "(BLANK = NONE)".
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05  LINE 13 COL 30 PIC 9(2) USING fr_date_fin_hours.
           05  LINE 13 COL 32 VALUE "h".
           05  LINE 13 COL 33 PIC 9(2) USING fr_date_fin_minute.
           05  LINE 15 COL 5 VALUE "MARKET SEGMENT:".
           05  LINE 15 COL 21 PIC X(6) USING fr_segment.
           05  LINE 15 COL 28 VALUE "(BLANK = LEAD CLIENT'S LAST)".
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PRICING CALENDAR RULE (ADD_PRICE_RULE)
       01  PRICE-RULE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "PRICING CALENDAR RULE".
           05  LINE  8 COL 2 VALUE "RULE NUMBER:".
           05  LINE  8 COL 15 PIC 9(4) FROM fpc_numPc.
           05  LINE 10 COL 5 VALUE "FROM:".
           05  LINE 10 COL 12 PIC 9(2) USING fpc_start_day.
           05  LINE 10 COL 14 VALUE "/".
           05  LINE 10 COL 15 PIC 9(2) USING fpc_start_month.
           05  LINE 10 COL 17 VALUE "/".
           05  LINE 10 COL 18 PIC 9(4) USING fpc_start_year.
           05  LINE 10 COL 28 VALUE "TO:".
           05  LINE 10 COL 32 PIC 9(2) USING fpc_end_day.
           05  LINE 10 COL 34 VALUE "/".
           05  LINE 10 COL 35 PIC 9(2) USING fpc_end_month.
           05  LINE 10 COL 37 VALUE "/".
           05  LINE 10 COL 38 PIC 9(4) USING fpc_end_year.
           05  LINE 12 COL 5 VALUE "ROOM TYPE (BLANK = ALL):".
           05  LINE 12 COL 30 PIC A(30) USING fpc_typeCh.
           05  LINE 14 COL 5 VALUE
           "MODE (0 MULTIPLIER / 1 ABSOLUTE RATE):".
           05  LINE 14 COL 44 PIC 9 USING fpc_mode.
           05  LINE 15 COL 5 VALUE "MULTIPLIER:".
           05  LINE 15 COL 20 PIC 9(2).99 USING fpc_mult.
           05  LINE 16 COL 5 VALUE "OVERRIDE RATE:".
           05  LINE 16 COL 20 PIC 9(3) USING fpc_rate_entier.
           05  LINE 16 COL 23 VALUE ".".
           05  LINE 16 COL 24 PIC 9(2) USING fpc_rate_decimal.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ASKS WHICH PRICING RULE TO DROP
       01  PRICE-RULE-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  5 COL 30 FOREGROUND-COLOR IS 4
           VALUE "! REMOVE PRICE RULE !".
           05  LINE  8 COL 5 VALUE "RULE NUMBER:".
           05  LINE  8 COL 18 PIC 9(4) USING fpc_numPc.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CORPORATE ACCOUNT EDIT FORM (ADD_COMPANY)
       01  COMPANY-EDITING-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "CORPORATE ACCOUNT".
           05  LINE  8 COL 2 VALUE "COMPANY NUMBER:".
           05  LINE  8 COL 18 PIC 9(4) FROM fco_numCo.
           05  LINE 10 COL 5 VALUE "COMPANY NAME:".
           05  LINE 10 COL 19 PIC A(30) USING fco_nom.
           05  LINE 11 COL 5 VALUE "TELEPHONE:".
           05  LINE 11 COL 16 PIC 9(10) USING fco_tel.
           05  LINE 12 COL 5 VALUE "ADDRESS:".
           05  LINE 12 COL 14 PIC X(100) USING fco_adr.
           05  LINE 14 COL 5 VALUE "STATUS (0=ACTIVE/1=CLOSED):".
           05  LINE 14 COL 33 PIC 9 USING fco_status.
           05  LINE 15 COL 5 VALUE "CREDIT LIMIT (0=NONE):".
           05  LINE 15 COL 28 PIC 9(7) USING fco_credit_entier.
           05  LINE 15 COL 35 VALUE ".".
           05  LINE 15 COL 36 PIC 9(2) USING fco_credit_decimal.
           05  LINE 16 COL 5 VALUE "STATEMENT (0=PAPER/1=ELECTRONIC):".
           05  LINE 16 COL 39 PIC 9 USING fco_delivery.
           05  LINE 17 COL 5 VALUE "THEIR SUPPLIER REF FOR US:".
           05  LINE 17 COL 32 PIC X(20) USING fco_ap_ref.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * OFFERED AT BOOKING TIME WHEN THE CLIENT IS LINKED TO A
      * COMPANY - Y PUTS THE COMPANY ON THE RESERVATION SO THE STAY
      * LANDS ON THE MONTHLY CONSOLIDATED STATEMENT INSTEAD OF A
      * PERSONAL BILL.
       01  BILL-COMPANY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 5 VALUE "CLIENT IS LINKED TO COMPANY:".
           05  LINE  8 COL 35 PIC 9(4) FROM fcl_numCo.
           05  LINE 10 COL 5 VALUE "BILL THIS STAY TO THE COMPANY ?"
           .
           05  LINE 10 COL 38 VALUE "(Y/N) >".
           05  LINE 10 COL 46 PIC A USING WS-BILL-CO-FLAG.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * THE ACCOUNT'S LIVE CREDIT POSITION WHEN A STAY BILLED TO IT
      * COMES NEAR OR PAST THE LIMIT (CHECK_COMPANY_CREDIT)
       01  COMPANY-CREDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  5 COL 25 FOREGROUND-COLOR IS 4
           VALUE "! CORPORATE CREDIT LIMIT !".
           05  LINE  8 COL  5 VALUE "COMPANY:".
           05  LINE  8 COL 14 PIC 9(4) FROM fco_numCo.
           05  LINE  8 COL 20 PIC A(30) FROM fco_nom.
           05  LINE 10 COL  5 VALUE "CREDIT LIMIT      :".
           05  LINE 10 COL 25 PIC X(10) FROM WS-CRL-LIMIT-ED.
           05  LINE 11 COL  5 VALUE "CURRENT EXPOSURE  :".
           05  LINE 11 COL 25 PIC X(12) FROM WS-CRL-EXP-ED.
           05  LINE 12 COL  5 VALUE "THIS STAY         :".
           05  LINE 12 COL 25 PIC X(12) FROM WS-CRL-NEW-ED.
           05  LINE 13 COL  5 VALUE "AFTER THIS STAY   :".
           05  LINE 13 COL 25 PIC X(12) FROM WS-CRL-PROJ-ED.
           05  LINE 13 COL 39 PIC X(5) FROM WS-CRL-PCT-ED.
           05  LINE 13 COL 44 VALUE "% OF LIMIT".
           05  LINE 15 COL  5 PIC X(60) FROM WS-CRL-MSG.
           05  LINE 17 COL  5 PIC X(30) FROM WS-CRL-PROMPT.
           05  LINE 17 COL 36 PIC A USING WS-CRL-ASK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * SETS OR CHANGES A CORPORATE ACCOUNT'S CREDIT LIMIT, WITH ITS
      * LIVE EXPOSURE ALONGSIDE (SET_COMPANY_CREDIT_LIMIT)
       01  COMPANY-LIMIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "CORPORATE CREDIT LIMIT".
           05  LINE  8 COL  5 VALUE "COMPANY NUMBER:".
           05  LINE  8 COL 21 PIC 9(4) USING fco_numCo.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  COMPANY-LIMIT-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "CORPORATE CREDIT LIMIT".
           05  LINE  8 COL  5 VALUE "COMPANY:".
           05  LINE  8 COL 14 PIC 9(4) FROM fco_numCo.
           05  LINE  8 COL 20 PIC A(30) FROM fco_nom.
           05  LINE 10 COL  5 VALUE "UNBILLED STAYS    :".
           05  LINE 10 COL 25 PIC X(12) FROM WS-CRL-STAYS-ED.
           05  LINE 11 COL  5 VALUE "UNPAID STATEMENTS :".
           05  LINE 11 COL 25 PIC X(12) FROM WS-CRL-STMTS-ED.
           05  LINE 12 COL  5 VALUE "OPEN EXTRAS       :".
           05  LINE 12 COL 25 PIC X(12) FROM WS-CRL-EXTRAS-ED.
           05  LINE 13 COL  5 VALUE "EXPOSURE          :".
           05  LINE 13 COL 25 PIC X(12) FROM WS-CRL-EXP-ED.
           05  LINE 15 COL  5 VALUE "CREDIT LIMIT (0=NONE):".
           05  LINE 15 COL 28 PIC 9(7) USING fco_credit_entier.
           05  LINE 15 COL 35 VALUE ".".
           05  LINE 15 COL 36 PIC 9(2) USING fco_credit_decimal.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * HOW AN ACCOUNT'S MONTHLY STATEMENT IS DELIVERED
      * (SET_STATEMENT_DELIVERY) - COMPANY NUMBER FIRST, THEN THE
      * SETTING ITSELF
       01  STATEMENT-DELIVERY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "STATEMENT DELIVERY".
           05  LINE  8 COL  5 VALUE "COMPANY NUMBER:".
           05  LINE  8 COL 21 PIC 9(4) USING fco_numCo.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  STATEMENT-DELIVERY-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "STATEMENT DELIVERY".
           05  LINE  8 COL  5 VALUE "COMPANY:".
           05  LINE  8 COL 14 PIC 9(4) FROM fco_numCo.
           05  LINE  8 COL 20 PIC A(30) FROM fco_nom.
           05  LINE 10 COL 5 VALUE "STATEMENT (0=PAPER/1=ELECTRONIC):".
           05  LINE 10 COL 39 PIC 9 USING fco_delivery.
           05  LINE 11 COL 5 VALUE "THEIR SUPPLIER REF FOR US:".
           05  LINE 11 COL 32 PIC X(20) USING fco_ap_ref.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * REPRODUCES ONE STATEMENT'S ELECTRONIC FILE ON REQUEST
      * (RESEND_E_STATEMENT)
       01  ESTMT-RESEND-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "RESEND ELECTRONIC STATEMENT".
           05  LINE  8 COL  5 VALUE "STATEMENT NUMBER:".
           05  LINE  8 COL 23 PIC 9(6) USING fst_numStmt.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * SHARES ONE PERIOD'S GRATUITY POOL AMONG THE CLEANERS
      * (DISTRIBUTE_GRATUITIES)
       01  GRATUITY-DISTRIBUTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "GRATUITY DISTRIBUTION".
           05  LINE  8 COL  5 VALUE "PERIOD (MM/YYYY):".
           05  LINE  8 COL 23 PIC 9(2) USING WS-GRT-MONTH.
           05  LINE  8 COL 25 VALUE "/".
           05  LINE  8 COL 26 PIC 9(4) USING WS-GRT-YEAR.
           05  LINE 10 COL  5 VALUE "RULE:".
           05  LINE 10 COL 11 PIC 9 USING WS-GRT-RULE.
           05  LINE 11 COL  7 VALUE "1 = PER COMPLETED MISSION".
           05  LINE 12 COL  7 VALUE "2 = PER MINUTE WORKED".
           05  LINE 13 COL  7
           VALUE "3 = EQUALLY AMONG ROSTERED CLEANERS".
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PROPOSED RULE OF A TARIFF WHAT-IF SCENARIO
      * (ADD_WHATIF_LINE)
       01  WHATIF-RULE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "TARIFF WHAT-IF RULE".
           05  LINE  8 COL 5 VALUE "SCENARIO:".
           05  LINE  8 COL 15 PIC X(8) USING fwi_scen.
           05  LINE  9 COL 5 VALUE
           "KIND (1 REVALUATION 2 CALENDAR 3 YIELD 4 CONTRACT):".
           05  LINE  9 COL 57 PIC 9 USING fwi_kind.
           05  LINE 10 COL 5 VALUE "REPLACES RULE NUMBER (0 = NEW):".
           05  LINE 10 COL 37 PIC 9(4) USING fwi_replaces.
           05  LINE 11 COL 5 VALUE "ROOM TYPE (BLANK = ALL):".
           05  LINE 11 COL 30 PIC A(30) USING fwi_typeCh.
           05  LINE 12 COL 5 VALUE "ARRIVALS FROM (YYYYMMDD):".
           05  LINE 12 COL 31 PIC 9(8) USING fwi_from.
           05  LINE 12 COL 41 VALUE "TO:".
           05  LINE 12 COL 45 PIC 9(8) USING fwi_to.
           05  LINE 13 COL 5 VALUE "MODE (0 PERCENT/MULT, 1 AMOUNT):".
           05  LINE 13 COL 38 PIC 9 USING fwi_mode.
           05  LINE 13 COL 41 VALUE "SIGN (+/-):".
           05  LINE 13 COL 53 PIC X USING fwi_sign.
           05  LINE 14 COL 5 VALUE "PERCENTAGE:".
           05  LINE 14 COL 20 PIC 9(3).99 USING fwi_pct.
           05  LINE 14 COL 30 VALUE "MULTIPLIER:".
           05  LINE 14 COL 42 PIC 9(2).99 USING fwi_mult.
           05  LINE 15 COL 5 VALUE "AMOUNT:".
           05  LINE 15 COL 20 PIC 9(3) USING fwi_amount_entier.
           05  LINE 15 COL 23 VALUE ".".
           05  LINE 15 COL 24 PIC 9(2) USING fwi_amount_decimal.
           05  LINE 16 COL 5 VALUE "OCCUPANCY FROM (%):".
           05  LINE 16 COL 25 PIC 9(3) USING fwi_min_pct.
           05  LINE 16 COL 30 VALUE "TO:".
           05  LINE 16 COL 34 PIC 9(3) USING fwi_max_pct.
           05  LINE 17 COL 5 VALUE "COMPANY:".
           05  LINE 17 COL 14 PIC 9(4) USING fwi_numCo.
           05  LINE 17 COL 20 VALUE "DAYS (0 ALL 1 WEEKDAY 2 WEEKEND):".
           05  LINE 17 COL 54 PIC 9 USING fwi_wd_mode.
           05  LINE 18 COL 5 VALUE "ARRIVAL HOURS FROM:".
           05  LINE 18 COL 25 PIC 9(2) USING fwi_start_hours.
           05  LINE 18 COL 30 VALUE "TO:".
           05  LINE 18 COL 34 PIC 9(2) USING fwi_end_hours.
           05  LINE 19 COL 5 VALUE
           "KIND 1 REPLACING A PENDING REVALUATION TESTS IT AS ENTERED".
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * PERIOD OF ARCHIVED ARRIVALS TO REPLAY AND THE SCENARIOS TO
      * SET SIDE BY SIDE (TARIFF_WHATIF)
       01  WHATIF-RUN-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "TARIFF WHAT-IF".
           05  LINE  8 COL 5 VALUE "ARRIVALS FROM (YYYYMMDD):".
           05  LINE  8 COL 31 PIC 9(8) USING WS-WIF-FROM.
           05  LINE  9 COL 5 VALUE "ARRIVALS TO (YYYYMMDD):".
           05  LINE  9 COL 31 PIC 9(8) USING WS-WIF-TO.
           05  LINE 11 COL 5 VALUE "SCENARIO 1:".
           05  LINE 11 COL 17 PIC X(8) USING WS-WIF-SC1.
           05  LINE 12 COL 5 VALUE "SCENARIO 2:".
           05  LINE 12 COL 17 PIC X(8) USING WS-WIF-SC2.
           05  LINE 13 COL 5 VALUE "SCENARIO 3:".
           05  LINE 13 COL 17 PIC X(8) USING WS-WIF-SC3.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * POLICY VERDICT SHOWN BEFORE A CANCELLATION IS CONFIRMED -
           05  LINE  8 COL 5 VALUE "RESERVATION NUMBER:".
           05  LINE  8 COL 25 PIC 9(6) FROM fr_numResa.
           05  LINE  9 COL 5 VALUE
           "REASON (0 FREE / 1 LATE / 2 NO-SHOW):".
           05  LINE  9 COL 50 PIC 9 FROM WS-CANC-REASON.
           05  LINE 10 COL 5 VALUE "RATE PLAN:".
           05  LINE 10 COL 25 PIC X(20) FROM WS-RPL-NAME.
           05  LINE 11 COL 5 VALUE "DEPOSIT HELD:".
           05  LINE 11 COL 25 PIC 9(5) FROM fr_deposit_entier.
           05  LINE 11 COL 30 VALUE ".".
           05  LINE  8 COL 37 PIC 9(6) USING fe_numResa.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE PREPARATION ITEM BOOKED ON A STAY BEFORE ARRIVAL - LEAD
      * IS MINUTES AHEAD OF THE ARRIVAL TIME IT MUST BE READY BY
       01  PREP-ITEM-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "BOOK PREPARATION ITEM".
           05  LINE  8 COL 5 VALUE "RESERVATION NUMBER:".
           05  LINE  8 COL 25 PIC 9(6) USING fpr_numResa.
           05  LINE 10 COL 5 VALUE "ITEM:".
           05  LINE 10 COL 25 PIC X(40) USING fpr_item.
           05  LINE 12 COL 5 VALUE "READY MINUTES BEFORE ARRIVAL:".
           05  LINE 12 COL 36 PIC 9(4) USING fpr_lead.
           05  LINE 14 COL 5 VALUE
           "CHARGE (0 NONE/1 MINIBAR/3 CLEANING/4 OTHER):".
           05  LINE 14 COL 52 PIC 9 USING fpr_class.
           05  LINE 16 COL 5 VALUE "AMOUNT:".
           05  LINE 16 COL 15 PIC 9(5).99 USING fpr_amount.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ASKS WHICH RESERVATION'S PREPARATION ITEMS TO LIST
       01  PREP-VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 5 VALUE "PREPARATIONS FOR RESERVATION:".
           05  LINE  8 COL 36 PIC 9(6) USING fpr_numResa.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE THING THE DESK DID ON PAPER DURING AN OUTAGE, KEYED BACK
      * AFTERWARDS - A CHECK-IN OR CHECK-OUT GOES THROUGH THE NORMAL
      * SCREENS, A PAYMENT IS POSTED TO THE STAY
       01  OUTAGE-CATCHUP-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "KEY A PAPER SLIP FROM THE OUTAGE".
           05  LINE  8 COL 5 VALUE
           "1 CHECK-IN / 2 CHECK-OUT / 3 PAYMENT:".
           05  LINE  8 COL 43 PIC 9 USING fcu_kind.
           05  LINE 10 COL 5 VALUE "RESERVATION NUMBER:".
           05  LINE 10 COL 25 PIC 9(6) USING fcu_numResa.
           05  LINE 11 COL 5 VALUE "PAPER SLIP NUMBER:".
           05  LINE 11 COL 25 PIC X(10) USING fcu_slip.
           05  LINE 12 COL 5 VALUE "DONE ON PAPER AT:".
           05  LINE 12 COL 25 PIC 9(2) USING WS-CU-PAPER-DAY.
           05  LINE 12 COL 27 VALUE "/".
           05  LINE 12 COL 28 PIC 9(2) USING WS-CU-PAPER-MONTH.
           05  LINE 12 COL 30 VALUE "/".
           05  LINE 12 COL 31 PIC 9(4) USING WS-CU-PAPER-YEAR.
           05  LINE 12 COL 37 PIC 9(2) USING fcu_paper_hours.
           05  LINE 12 COL 39 VALUE ":".
           05  LINE 12 COL 40 PIC 9(2) USING fcu_paper_minute.
           05  LINE 14 COL 5 VALUE "PAYMENT AMOUNT:".
           05  LINE 14 COL 25 PIC 9(5) USING fcu_amount_entier.
           05  LINE 14 COL 30 VALUE ".".
           05  LINE 14 COL 31 PIC 9(2) USING fcu_amount_decimal.
           05  LINE 15 COL 5 VALUE
           "METHOD (0 CASH/1 CARD/2 TRANSFER):".
           05  LINE 15 COL 40 PIC 9 USING fcu_method.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ASKS WHICH RESERVATION'S INVOICE TO REISSUE
       01  INVOICE-REPRINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  8 COL 39 PIC 9(6) USING fi_numResa.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * A CREDIT NOTE AGAINST AN ISSUED INVOICE - GROSS AMOUNT PER
      * VAT BUCKET (ISSUE_CREDIT_NOTE / REFUND_PAYMENT)
       01  CREDIT-NOTE-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "ISSUE CREDIT NOTE".
           05  LINE  8 COL 5 VALUE "AGAINST INVOICE:".
           05  LINE  8 COL 22 PIC 9(10) USING WS-AV-INV.
           05  LINE  9 COL 5 VALUE "REASON:".
           05  LINE  9 COL 22 PIC X(30) USING WS-AV-REASON.
           05  LINE 11 COL 5 VALUE "AMOUNTS CREDITED (VAT INCLUDED)".
           05  LINE 12 COL 5 VALUE "ROOM TIME:".
           05  LINE 12 COL 22 PIC 9(5) USING WS-AV-IN-ENTIER(1).
           05  LINE 12 COL 27 VALUE ".".
           05  LINE 12 COL 28 PIC 9(2) USING WS-AV-IN-DECIMAL(1).
           05  LINE 13 COL 5 VALUE "EXTRAS CODE 1:".
           05  LINE 13 COL 22 PIC 9(5) USING WS-AV-IN-ENTIER(2).
           05  LINE 13 COL 27 VALUE ".".
           05  LINE 13 COL 28 PIC 9(2) USING WS-AV-IN-DECIMAL(2).
           05  LINE 14 COL 5 VALUE "EXTRAS CODE 2:".
           05  LINE 14 COL 22 PIC 9(5) USING WS-AV-IN-ENTIER(3).
           05  LINE 14 COL 27 VALUE ".".
           05  LINE 14 COL 28 PIC 9(2) USING WS-AV-IN-DECIMAL(3).
           05  LINE 15 COL 5 VALUE "EXTRAS CODE 3:".
           05  LINE 15 COL 22 PIC 9(5) USING WS-AV-IN-ENTIER(4).
           05  LINE 15 COL 27 VALUE ".".
           05  LINE 15 COL 28 PIC 9(2) USING WS-AV-IN-DECIMAL(4).
           05  LINE 16 COL 5 VALUE "EXTRAS CODE 4:".
           05  LINE 16 COL 22 PIC 9(5) USING WS-AV-IN-ENTIER(5).
           05  LINE 16 COL 27 VALUE ".".
           05  LINE 16 COL 28 PIC 9(2) USING WS-AV-IN-DECIMAL(5).
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * THE CREDIT NOTE AS ISSUED - SHOWN BY WRITE_CREDIT_NOTE AND BY
      * REPRINT_CREDIT_NOTE FROM THE STORED FIGURES
       01  CREDIT-NOTE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05 LINE 5 COL 27 FOREGROUND-COLOR IS 2
           VALUE "C R E D I T   N O T E".
           05  LINE  7 COL 2 VALUE "CREDIT NOTE NUMBER:".
           05  LINE  7 COL 22 PIC 9(10) FROM fav_numAv.
           05  LINE  7 COL 40 VALUE "DATE:".
           05  LINE  7 COL 46 PIC 9(2) FROM fav_date_day.
           05  LINE  7 COL 48 VALUE "/".
           05  LINE  7 COL 49 PIC 9(2) FROM fav_date_month.
           05  LINE  7 COL 51 VALUE "/".
           05  LINE  7 COL 52 PIC 9(4) FROM fav_date_year.
           05  LINE  9 COL 5 VALUE "INVOICE:".
           05  LINE  9 COL 18 PIC 9(10) FROM fav_numInv.
           05  LINE  9 COL 40 VALUE "CLIENT:".
           05  LINE  9 COL 48 PIC 9(6) FROM fav_numCl.
           05  LINE 10 COL 5 VALUE "RESERVATION:".
           05  LINE 10 COL 18 PIC 9(6) FROM fav_numResa.
           05  LINE 10 COL 40 VALUE "REASON:".
           05  LINE 10 COL 48 PIC X(30) FROM fav_reason.
           05  LINE 12 COL 22 VALUE "CREDITED".
           05  LINE 12 COL 34 VALUE "VAT RATE".
           05  LINE 12 COL 46 VALUE "OF WHICH VAT".
           05  LINE 13 COL 5 VALUE "ROOM TIME:".
           05  LINE 13 COL 22 PIC 9(5) FROM fav_base_entier(1).
           05  LINE 13 COL 27 VALUE ".".
           05  LINE 13 COL 28 PIC 9(2) FROM fav_base_decimal(1).
           05  LINE 13 COL 34 PIC ZZ9.99 FROM fav_vat_rate(1).
           05  LINE 13 COL 46 PIC 9(5) FROM fav_vat_entier(1).
           05  LINE 13 COL 51 VALUE ".".
           05  LINE 13 COL 52 PIC 9(2) FROM fav_vat_decimal(1).
           05  LINE 14 COL 5 VALUE "EXTRAS CODE 1:".
           05  LINE 14 COL 22 PIC 9(5) FROM fav_base_entier(2).
           05  LINE 14 COL 27 VALUE ".".
           05  LINE 14 COL 28 PIC 9(2) FROM fav_base_decimal(2).
           05  LINE 14 COL 34 PIC ZZ9.99 FROM fav_vat_rate(2).
           05  LINE 14 COL 46 PIC 9(5) FROM fav_vat_entier(2).
           05  LINE 14 COL 51 VALUE ".".
           05  LINE 14 COL 52 PIC 9(2) FROM fav_vat_decimal(2).
           05  LINE 15 COL 5 VALUE "EXTRAS CODE 2:".
           05  LINE 15 COL 22 PIC 9(5) FROM fav_base_entier(3).
           05  LINE 15 COL 27 VALUE ".".
           05  LINE 15 COL 28 PIC 9(2) FROM fav_base_decimal(3).
           05  LINE 15 COL 34 PIC ZZ9.99 FROM fav_vat_rate(3).
           05  LINE 15 COL 46 PIC 9(5) FROM fav_vat_entier(3).
           05  LINE 15 COL 51 VALUE ".".
           05  LINE 15 COL 52 PIC 9(2) FROM fav_vat_decimal(3).
           05  LINE 16 COL 5 VALUE "EXTRAS CODE 3:".
           05  LINE 16 COL 22 PIC 9(5) FROM fav_base_entier(4).
           05  LINE 16 COL 27 VALUE ".".
           05  LINE 16 COL 28 PIC 9(2) FROM fav_base_decimal(4).
           05  LINE 16 COL 34 PIC ZZ9.99 FROM fav_vat_rate(4).
           05  LINE 16 COL 46 PIC 9(5) FROM fav_vat_entier(4).
           05  LINE 16 COL 51 VALUE ".".
           05  LINE 16 COL 52 PIC 9(2) FROM fav_vat_decimal(4).
           05  LINE 17 COL 5 VALUE "EXTRAS CODE 4:".
           05  LINE 17 COL 22 PIC 9(5) FROM fav_base_entier(5).
           05  LINE 17 COL 27 VALUE ".".
           05  LINE 17 COL 28 PIC 9(2) FROM fav_base_decimal(5).
           05  LINE 17 COL 34 PIC ZZ9.99 FROM fav_vat_rate(5).
           05  LINE 17 COL 46 PIC 9(5) FROM fav_vat_entier(5).
           05  LINE 17 COL 51 VALUE ".".
           05  LINE 17 COL 52 PIC 9(2) FROM fav_vat_decimal(5).
           05  LINE 19 COL 5 VALUE "TOTAL CREDITED:".
           05  LINE 19 COL 22 PIC 9(5) FROM fav_total_entier.
           05  LINE 19 COL 27 VALUE ".".
           05  LINE 19 COL 28 PIC 9(2) FROM fav_total_decimal.
           05  LINE 19 COL 46 PIC 9(5) FROM fav_tax_entier.
           05  LINE 19 COL 51 VALUE ".".
           05  LINE 19 COL 52 PIC 9(2) FROM fav_tax_decimal.
           05  LINE 21 COL  2 VALUE ">ENTER TO CONTINUE<".
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  CREDIT-NOTE-REPRINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 5 VALUE "REPRINT CREDIT NOTE NUMBER:".
           05  LINE  8 COL 34 PIC 9(10) USING fav_numAv.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  RESA-REMOVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05 LINE 12 COL 5 VALUE "PERS TYPE:".
           05  LINE 12 COL 18 PIC 9 USING 1fp_type.
           05  LINE 12 COL 25 VALUE 
           "(0->RECEPTION 1->CLEANING 2->ADMIN 3->MAINTENANCE)".
           05 LINE 13 COL 5 VALUE "PASSWORD:".
           05  LINE 13 COL 18 PIC X(30) USING 1fp_motDePasse.
           05 LINE 14 COL 5 VALUE "DATE EMBAUCHE:".
           05  LINE 16 COL 31 PIC 9(4) USING 1fp_cap_day_min.
           05  LINE 16 COL 38 VALUE "WEEK CAP:".
           05  LINE 16 COL 48 PIC 9(5) USING 1fp_cap_week_min.
           05  LINE 17 COL 5 VALUE "COST/HOUR (0 = HOUSE):".
           05  LINE 17 COL 31 PIC 9(3) USING 1fp_cost_entier.
           05  LINE 17 COL 34 VALUE ".".
           05  LINE 17 COL 35 PIC 9(2) USING 1fp_cost_decimal.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05 LINE 10 COL 18 PIC A(30) FROM fcl_nom.
           05 LINE 11 COL 18 PIC A(30) FROM fcl_prenom.
           05 LINE 12 COL 5 VALUE "TELEPHONE:".
           05 LINE 12 COL 16 PIC X(10) FROM WS-MSK-TEL.
           05 LINE 13 COL 5 VALUE "ADDRESS:".
           05 LINE 13 COL 14 PIC X(100) FROM fcl_adr.
           05 LINE 14 COL 5 VALUE "BIRTHDAY:".
           05 LINE 11 COL 18 PIC A(30) USING fcl_prenom.
           05 LINE 12 COL 5 VALUE "TELEPHONE:".
           05 LINE 12 COL 16 PIC 9(10) USING fcl_tel.
           05 LINE 12 COL 28 PIC X(28) FROM WS-MSK-TEL-HINT.
           05 LINE 13 COL 5 VALUE "ADDRESS:".
           05 LINE 13 COL 14 PIC X(100) USING fcl_adr.
           05 LINE 14 COL 5 VALUE "BIRTHDAY:".
           05 LINE 16 COL 30 PIC 9(4) USING fcl_preferred_room.
           05 LINE 17 COL 5 VALUE "COMPANY (0=NONE):".
           05 LINE 17 COL 30 PIC 9(4) USING fcl_numCo.
           05 LINE 18 COL 5 VALUE "LANGUAGE (BLANK=HOUSE):".
           05 LINE 18 COL 30 PIC X(2) USING fcl_lang.
           05 LINE 18 COL 34 VALUE "FR EN DE ES IT NL".

           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 13 COL 50 VALUE "9. EXPIRING CERTIFICATIONS".
           05  LINE 14 COL 50 VALUE "10. PUNCH CORRECTION".
           05  LINE 15 COL 50 VALUE "11. PUNCH ANOMALIES".
           05  LINE 16 COL 50 VALUE "12. LEAVE BALANCES".
           05  LINE 17 COL 50 VALUE "13. LEAVE ENTITLEMENT".
           05  LINE 15 COL 25 VALUE "14. DRAFT ROSTER".
           05  LINE 16 COL 25 VALUE "15. EDIT ROSTER DRAFT".
           05  LINE 17 COL 25 VALUE "16. PUBLISH ROSTER".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  RATES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. SET RATE PLAN".
           05  LINE 11 COL 25 VALUE "2. VIEW RATE PLANS".
           05  LINE 12 COL 25 VALUE "3. ADD ALLOTMENT".
           05  LINE 13 COL 25 VALUE "4. END ALLOTMENT".
           05  LINE 14 COL 25 VALUE "5. VIEW ALLOTMENTS".
           05  LINE 15 COL 25 VALUE "6. SET MARKET SEGMENT".
           05  LINE 16 COL 25 VALUE "7. VIEW MARKET SEGMENTS".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  DISPUTES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. OPEN DISPUTE".
           05  LINE 11 COL 25 VALUE "2. RECORD OUTCOME".
           05  LINE 12 COL 25 VALUE "3. DISPUTE REGISTER".
           05  LINE 13 COL 25 VALUE "4. REPRINT EVIDENCE PACK".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  SUP-INVOICES-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  8 COL 20 VALUE "PLEASE SELECT:".
           05  LINE  8 COL 45 VALUE "(99 = EVACUATION LIST)".
           05  LINE 10 COL 25 VALUE "1. ENTER SUPPLIER INVOICE".
           05  LINE 11 COL 25 VALUE "2. APPROVE SUPPLIER INVOICE".
           05  LINE 12 COL 25 VALUE "3. SUPPLIER INVOICE REGISTER".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05  LINE 13 COL 50 VALUE "12. REGISTER EQUIPMENT".
           05  LINE 14 COL 50 VALUE "13. DAMAGE PER EQUIPMENT".
           05  LINE 15 COL 50 VALUE "14. ADD PARKING SPOT".
           05  LINE 16 COL 50 VALUE "17. RENOVATION PERIOD".
           05  LINE 17 COL 50 VALUE "15. PREVENTIVE PLAN".
           05  LINE 18 COL 50 VALUE "16. EQUIP SERVICE HISTORY".
           05  LINE 18 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 23 COL  2 VALUE "26. SCHEDULE STAY ALERT".
           05  LINE 22 COL  2 VALUE "27. PLACE HOLD".
           05  LINE 22 COL 25 VALUE "28. CONVERT HOLD".
           05  LINE 21 COL 25 VALUE "29. ISSUE CREDIT NOTE".
           05  LINE 23 COL 25 VALUE "30. REPRINT CREDIT NOTE".
           05  LINE 10 COL  2 VALUE "31. PREPARATION ITEM".
           05  LINE 11 COL  2 VALUE "32. VIEW PREPARATIONS".
           05  LINE 12 COL  2 VALUE "33. OUTAGE CATCH-UP".
           05  LINE 13 COL  2 VALUE "34. OUTAGE RECONCILE".
           05  LINE 14 COL  2 VALUE "35. FIND RESERVATION".
           05  LINE 19 COL 25 VALUE "0. EXIT".
           05  LINE 21 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 21 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE 15 COL 50 VALUE "13. OWNER CONSOLIDATION".
           05  LINE 16 COL 50 VALUE "14. UPGRADE REVENUE".
           05  LINE 17 COL 50 VALUE "15. NEGOTIATED VS RACK".
           05  LINE 18 COL 50 VALUE "16. BOOKING PICKUP".
           05  LINE 19 COL 50 VALUE "17. LEAD TIME BY CHANNEL".
           05  LINE 20 COL 50 VALUE "18. BUDGET VS ACTUAL".
           05  LINE 21 COL 50 VALUE "19. KPI REPORT".
           05  LINE 22 COL 50 VALUE "20. SEGMENT MIX".
           05  LINE 23 COL 50 VALUE "21. CANCELLATIONS/NO-SHOWS".
           05  LINE 17 COL 25 VALUE "22. ROOM TURNAROUND".
           05  LINE 17 COL 25 VALUE "0. EXIT".
           05  LINE 20 COL  2 VALUE "YOUR SELECTION >".
           05  LINE 20 COL 19 PIC ZZ USING MENU-PICK.
           05  LINE  8 COL 23 PIC 9(6) FROM fr_numResa.
           05  LINE  9 COL  2 VALUE "ROOM:".
           05  LINE  9 COL  8 PIC 9(4) FROM fr_numCh.
           05  LINE 12 COL  2 PIC X(60) FROM WS-PRP-WARN.
           05  LINE 20 COL  2 VALUE "CHECK IN THIS GUEST ? (Y/N) >".
           05  LINE 20 COL 32 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
           05 LINE 20 COL  2 VALUE "PRESS ENTER TO RETURN TO MENU".
           05 LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05 LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * RESERVATION FINDER CRITERIA - LEAVE BLANK WHAT ISN'T KNOWN,
      * EVERY FIELD GIVEN MUST MATCH
       01  RESA-FINDER-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  5 COL 25 VALUE "FIND A RESERVATION".
           05  LINE  7 COL  5 VALUE "SURNAME (PART OF) :".
           05  LINE  7 COL 26 PIC A(30) USING WS-RFD-NAME.
           05  LINE  8 COL  5 VALUE "PHONE             :".
           05  LINE  8 COL 26 PIC 9(10) USING WS-RFD-TEL.
           05  LINE  9 COL  5 VALUE "CONFIRMATION CODE :".
           05  LINE  9 COL 26 PIC X(8) USING WS-RFD-CONF.
           05  LINE 10 COL  5 VALUE "CAR PLATE         :".
           05  LINE 10 COL 26 PIC X(10) USING WS-RFD-PLATE.
           05  LINE 11 COL  5 VALUE "COMPANY NUMBER    :".
           05  LINE 11 COL 26 PIC 9(4) USING WS-RFD-CO.
           05  LINE 12 COL  5 VALUE "GROUP NUMBER      :".
           05  LINE 12 COL 26 PIC 9(6) USING WS-RFD-GRP.
           05  LINE 14 COL  5 VALUE "STAYING FROM      :".
           05  LINE 14 COL 26 PIC 9(8) USING WS-RFD-FROM.
           05  LINE 14 COL 36 VALUE "TO:".
           05  LINE 14 COL 40 PIC 9(8) USING WS-RFD-TO.
           05  LINE 14 COL 50 VALUE "(YYYYMMDD)".
           05  LINE 15 COL  5 VALUE "ROOM TYPE (PART OF):".
           05  LINE 15 COL 26 PIC A(30) USING WS-RFD-TYPE.
           05  LINE 17 COL  5 VALUE "INCLUDE ARCHIVED STAYS (Y/N):".
           05  LINE 17 COL 35 PIC A USING WS-RFD-ARCH.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * RESERVATION FINDER RESULTS - SIX MATCHES PER PAGE, STATUS
      * 0 BOOKED 1 IN HOUSE 2 CHECKED OUT 3 NO-SHOW
       01  RESA-FINDER-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  4 COL  2 VALUE "MATCHES:".
           05  LINE  4 COL 11 PIC Z9 FROM WS-RFD-CNT.
           05  LINE  5 COL  2 VALUE
           "LN RESA   ROOM NAME                 FROM     TO       ST".
           05  LINE  7 COL  2 VALUE "1.".
           05  LINE  7 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(1).
           05  LINE  7 COL 12 PIC 9(4) FROM WS-RFD-R-CH(1).
           05  LINE  7 COL 17 PIC A(20) FROM WS-RFD-R-NAME(1).
           05  LINE  7 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(1).
           05  LINE  7 COL 47 PIC 9(8) FROM WS-RFD-R-TO(1).
           05  LINE  7 COL 56 PIC 9 FROM WS-RFD-R-STATUS(1).
           05  LINE  7 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(1).
           05  LINE  9 COL  2 VALUE "2.".
           05  LINE  9 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(2).
           05  LINE  9 COL 12 PIC 9(4) FROM WS-RFD-R-CH(2).
           05  LINE  9 COL 17 PIC A(20) FROM WS-RFD-R-NAME(2).
           05  LINE  9 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(2).
           05  LINE  9 COL 47 PIC 9(8) FROM WS-RFD-R-TO(2).
           05  LINE  9 COL 56 PIC 9 FROM WS-RFD-R-STATUS(2).
           05  LINE  9 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(2).
           05  LINE 11 COL  2 VALUE "3.".
           05  LINE 11 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(3).
           05  LINE 11 COL 12 PIC 9(4) FROM WS-RFD-R-CH(3).
           05  LINE 11 COL 17 PIC A(20) FROM WS-RFD-R-NAME(3).
           05  LINE 11 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(3).
           05  LINE 11 COL 47 PIC 9(8) FROM WS-RFD-R-TO(3).
           05  LINE 11 COL 56 PIC 9 FROM WS-RFD-R-STATUS(3).
           05  LINE 11 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(3).
           05  LINE 13 COL  2 VALUE "4.".
           05  LINE 13 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(4).
           05  LINE 13 COL 12 PIC 9(4) FROM WS-RFD-R-CH(4).
           05  LINE 13 COL 17 PIC A(20) FROM WS-RFD-R-NAME(4).
           05  LINE 13 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(4).
           05  LINE 13 COL 47 PIC 9(8) FROM WS-RFD-R-TO(4).
           05  LINE 13 COL 56 PIC 9 FROM WS-RFD-R-STATUS(4).
           05  LINE 13 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(4).
           05  LINE 15 COL  2 VALUE "5.".
           05  LINE 15 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(5).
           05  LINE 15 COL 12 PIC 9(4) FROM WS-RFD-R-CH(5).
           05  LINE 15 COL 17 PIC A(20) FROM WS-RFD-R-NAME(5).
           05  LINE 15 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(5).
           05  LINE 15 COL 47 PIC 9(8) FROM WS-RFD-R-TO(5).
           05  LINE 15 COL 56 PIC 9 FROM WS-RFD-R-STATUS(5).
           05  LINE 15 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(5).
           05  LINE 17 COL  2 VALUE "6.".
           05  LINE 17 COL  5 PIC 9(6) FROM WS-RFD-R-RESA(6).
           05  LINE 17 COL 12 PIC 9(4) FROM WS-RFD-R-CH(6).
           05  LINE 17 COL 17 PIC A(20) FROM WS-RFD-R-NAME(6).
           05  LINE 17 COL 38 PIC 9(8) FROM WS-RFD-R-FROM(6).
           05  LINE 17 COL 47 PIC 9(8) FROM WS-RFD-R-TO(6).
           05  LINE 17 COL 56 PIC 9 FROM WS-RFD-R-STATUS(6).
           05  LINE 17 COL 58 PIC A(4) FROM WS-RFD-R-SOURCE(6).
           05  LINE 18 COL  2 VALUE
           "ST: 0 BOOKED 1 IN HOUSE 2 CHECKED OUT 3 NO-SHOW".
           05  LINE 19 COL  2 VALUE "LINE >".
           05  LINE 19 COL  9 PIC 9 USING WS-RFD-PICK.
           05  LINE 19 COL 12 VALUE
           "ACTION (1 MODIFY 2 CHECK-IN 3 CHECK-OUT 4 CANCEL) >".
           05  LINE 19 COL 64 PIC 9 USING WS-RFD-ACTION.
           05  LINE 20 COL  2 VALUE "N=NEXT P=PREVIOUS X=EXIT >".
           05  LINE 20 COL 29 PIC A USING WS-PAGE-NAV.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * OPENS A CARD DISPUTE AGAINST ONE fpay CARD LINE - THE STAY
      * COMES FROM THE PAYMENT, THE PRE-AUTH IS OPTIONAL
       01  DISPUTE-OPEN-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "OPEN CARD DISPUTE".
           05  LINE  8 COL 5 VALUE "DISPUTE NUMBER:".
           05  LINE  8 COL 26 PIC 9(6) FROM fds_numDs.
           05  LINE 10 COL 5 VALUE "PAYMENT LINE (fpay):".
           05  LINE 10 COL 26 PIC 9(6) USING fds_numPay.
           05  LINE 11 COL 5 VALUE "PRE-AUTH (0 = NONE):".
           05  LINE 11 COL 26 PIC 9(6) USING fds_numAuth.
           05  LINE 12 COL 5 VALUE "PROCESSOR REFERENCE:".
           05  LINE 12 COL 26 PIC X(20) USING fds_proc_ref.
           05  LINE 13 COL 5 VALUE "REASON CODE:".
           05  LINE 13 COL 26 PIC X(6) USING fds_reason.
           05  LINE 14 COL 5 VALUE "AMOUNT DISPUTED:".
           05  LINE 14 COL 26 PIC 9(5) USING fds_amount_entier.
           05  LINE 14 COL 31 VALUE ".".
           05  LINE 14 COL 32 PIC 9(2) USING fds_amount_decimal.
           05  LINE 15 COL 5 VALUE "RESPOND BY (YYYYMMDD):".
           05  LINE 15 COL 28 PIC 9(8) USING fds_deadline.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * CLOSES A CARD DISPUTE - 1 WON, 2 LOST, 3 ACCEPTED
       01  DISPUTE-OUTCOME-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "CARD DISPUTE OUTCOME".
           05  LINE  8 COL 5 VALUE "DISPUTE NUMBER:".
           05  LINE  8 COL 26 PIC 9(6) USING WS-DSP-NUM.
           05  LINE 10 COL 5 VALUE "1 = WON  2 = LOST  3 = ACCEPTED".
           05  LINE 11 COL 5 VALUE "OUTCOME:".
           05  LINE 11 COL 26 PIC 9 USING WS-DSP-OUTCOME.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  DISPUTE-NUMBER-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "CARD DISPUTE EVIDENCE PACK".
           05  LINE  8 COL 5 VALUE "DISPUTE NUMBER:".
           05  LINE  8 COL 26 PIC 9(6) USING WS-DSP-NUM.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * ONE MONTH OF THE OWNER'S BUDGET FOR ONE ROOM TYPE - THE KEY
      * FIRST, THEN THE FOUR FIGURES (PRE-FILLED WHEN ALREADY SET)
       01  BUDGET-KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "MONTHLY BUDGET".
           05  LINE  8 COL 5 VALUE "YEAR:".
           05  LINE  8 COL 25 PIC 9(4) USING fbg_year.
           05  LINE  9 COL 5 VALUE "MONTH:".
           05  LINE  9 COL 25 PIC 9(2) USING fbg_month.
           05  LINE 10 COL 5 VALUE "ROOM TYPE:".
           05  LINE 10 COL 25 PIC A(30) USING fbg_typeCh.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

       01  BUDGET-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "MONTHLY BUDGET".
           05  LINE  8 COL 5 VALUE "YEAR/MONTH:".
           05  LINE  8 COL 25 PIC 9(4) FROM fbg_year.
           05  LINE  8 COL 30 PIC 9(2) FROM fbg_month.
           05  LINE  9 COL 5 VALUE "ROOM TYPE:".
           05  LINE  9 COL 25 PIC A(30) FROM fbg_typeCh.
           05  LINE 11 COL 5 VALUE "ROOM REVENUE:".
           05  LINE 11 COL 25 PIC 9(7) USING fbg_room_entier.
           05  LINE 11 COL 32 VALUE ".".
           05  LINE 11 COL 33 PIC 9(2) USING fbg_room_decimal.
           05  LINE 12 COL 5 VALUE "EXTRAS REVENUE:".
           05  LINE 12 COL 25 PIC 9(7) USING fbg_extra_entier.
           05  LINE 12 COL 32 VALUE ".".
           05  LINE 12 COL 33 PIC 9(2) USING fbg_extra_decimal.
           05  LINE 13 COL 5 VALUE "OCCUPIED ROOM-HOURS:".
           05  LINE 13 COL 25 PIC 9(6) USING fbg_hours.
           05  LINE 14 COL 5 VALUE "STAYS:".
           05  LINE 14 COL 25 PIC 9(5) USING fbg_stays.
           05  LINE 20 COL  2 VALUE "VALIDATE ? (Y/N) >".
           05  LINE 20 COL 21 PIC A USING MENU-VALIDATE.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * DATE RANGE FOR THE KPI REPORT (YYYYMMDD, AT MOST A YEAR)
       01  KPI-RANGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "KPI REPORT".
           05  LINE  8 COL 5 VALUE "FROM (YYYYMMDD):".
           05  LINE  8 COL 25 PIC 9(8) USING WS-KPI-FROM.
           05  LINE  9 COL 5 VALUE "TO (YYYYMMDD):".
           05  LINE  9 COL 25 PIC 9(8) USING WS-KPI-TO.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.

      * YEAR FOR THE MARKET SEGMENT MIX REPORT
       01  SEGMENT-MIX-SCREEN.
           05  BLANK SCREEN.
           05  LINE  1 COL 25 PIC X(30) FROM WS-TRAINING-BANNER.
           05  LINE  2 COL  71 PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE  2 COL  2 VALUE "WELCOME".
           05  LINE  2 COL  10 PIC A(30) FROM WS-CURRENT-USER-FIRSTNAME.
           05  LINE  3 PIC X(80) VALUE ALL "-".
           05  LINE  6 COL 20 BACKGROUND-COLOR IS 3
           VALUE "SEGMENT MIX".
           05  LINE  8 COL 5 VALUE "YEAR (YYYY):".
           05  LINE  8 COL 18 PIC 9(4) USING WS-SMX-YEAR.
           05  LINE 24 COL  2 PIC X(79) FROM ERROR-MESSAGE.
