       01 VAL-REC.
      * CAMPGROUND-CODE+SITE+ARRIVAL-DATE ALONE REPEATS ONCE A SITE IS
      * CANCELLED AND REBOOKED FOR THE SAME DATE BY A DIFFERENT GUEST -
      * THE TRAILING 6 DIGITS ARE THE PERSISTENT BOOKING SEQUENCE
      * (CONFSEQ.DAT, MAINTAINED BY COBCMSCP01 AND CARRIED THROUGH ITS
      * CHECKPOINT), WHICH NEVER RESTARTS, SO TWO BOOKINGS NEVER SHARE
      * A CONFIRMATION NUMBER ACROSS RUNS.
           05 O-CONFIRM-NUM        PIC X(18).
           05 O-CAMPGROUND         PIC X(25).
           05 O-SITE               PIC X99.
           05 O-DATE               PIC 9(8).
           05 O-END-DATE           PIC 9(8).
           05 O-LEN-STAY           PIC 99.
           05 O-NAME               PIC X(42).
           05 O-AMT                PIC S9(5)V99.
           05 O-CCTYPE             PIC X(16).
      * ONLY A MASKED CARD NUMBER IS KEPT HERE - THE FULL PAN IS
      * WRITTEN SEPARATELY TO THE ACCESS-RESTRICTED CCVAULT FILE.
       	   05 O-CCNUM-MASKED.
               10 FILLER       PIC X(4)    VALUE 'XXXX'.
               10 FILLER       PIC X       VALUE '-'.
               10 FILLER       PIC X(4)    VALUE 'XXXX'.
               10 FILLER       PIC X       VALUE '-'.
               10 FILLER       PIC X(4)    VALUE 'XXXX'.
               10 FILLER       PIC X       VALUE '-'.
               10 O-CCNUM-LAST4 PIC 9(4).
       	   05 O-CCEXP              PIC 9(8).
      * 'Y' MARKS THIS ROW AS A CANCELLATION RECORD RATHER THAN A
      * RESERVATION - SEE L3-CANCEL-PROCESS/L4-CANCEL-WRITE-CAMPRES IN
      * COBCMSCP01. DOWNSTREAM READERS NET THESE AGAINST THE ORIGINAL
      * RESERVATION BY O-CONFIRM-NUM BEFORE REPORTING ON A ROW. ON A
      * CANCELLATION MARKER, O-AMT CARRIES THE FEE RETAINED UNDER THE
      * TIERED CANCELLATION POLICY (CANCPOL.DAT) - ZERO WHEN THE
      * GUEST CANCELLED FAR ENOUGH OUT FOR A FULL REFUND. THE
      * SETTLEMENT RUN (COBCMSCP08) REFUNDS THE CAPTURED AMOUNT LESS
      * THIS RETENTION.
      * 'R' MARKS A NO-SHOW RELEASE WRITTEN BY COBCMSCP12 - THE
      * SITE/DATE RANGE GOES BACK TO AVAILABILITY BUT, UNLIKE A
      * CANCELLATION, THE BOOKING IS NOT NETTED OUT OF REVENUE AND NO
      * REFUND IS TRIGGERED (THE NO-SHOW GUEST FORFEITS).
           05 O-CANCEL-SW          PIC X       VALUE SPACES.
               88 VAL-CANCELLED    VALUE 'Y'.
               88 VAL-RELEASED     VALUE 'R'.
      * GUEST MASTER NUMBER THE BOOKING WAS MADE UNDER (GUESTMST.DAT,
      * MAINTAINED BY COBCMSCP10). ZERO ON ROWS THE INSTALL
      * CONVERSION (COBCMSCP18) CARRIED OVER FROM BEFORE THE GUEST
      * MASTER EXISTED.
           05 O-GUEST-NUM          PIC 9(6).
      * ZERO ON AN ORIGINAL BOOKING; AN 'M' (MODIFICATION) TRANSACTION
      * WRITES AN AMENDED ROW CARRYING THE SAME CONFIRMATION NUMBER
      * AND THE NEXT SEQUENCE - READERS KEEP ONLY THE HIGHEST SEQUENCE
      * PER CONFIRMATION NUMBER, SO THE GUEST KEEPS ONE NUMBER AND ONE
      * AUDIT TRAIL.
           05 O-AMEND-SEQ          PIC 9.
      * DEPOSIT SCHEDULED AT BOOKING (25 PCT OF THE TOTAL, THE AMOUNT
      * ACTUALLY AUTHORIZED ON THE CARD) AND THE BALANCE DUE AT
      * ARRIVAL. CASH ACTUALLY COLLECTED LIVES ON PAYMENTS.DAT - THE
      * AGING REPORT (COBCMSCP11) COMPUTES OPEN BALANCES FROM THERE.
      * BOTH ZERO ON AMENDED AND CANCELLATION ROWS.
           05 O-DEPOSIT-AMT        PIC S9(5)V99.
           05 O-BALANCE-DUE        PIC S9(5)V99.
      * HOW THE STAY PRICED OUT NIGHT BY NIGHT - WEEKDAY NIGHTS AT
      * THE WEEKDAY RATE AND FRIDAY/SATURDAY NIGHTS AT THE WEEKEND
      * RATE IN EFFECT FOR EACH NIGHT (SEE RATES.DAT EFFECTIVE
      * DATES). THE LETTER AND THE REVENUE SUMMARY SHOW THE SPLIT.
           05 O-WKDAY-NIGHTS       PIC 99.
           05 O-WKND-NIGHTS        PIC 99.
      * 'W' = BOOKED THROUGH THE WEB CHANNEL (COBCMSCP16 TRANSLATOR),
      * 'P' = PHONE/OFFICE. SPACE ON MARKER ROWS; THE INSTALL
      * CONVERSION (COBCMSCP18) STAMPS PRE-CHANNEL BOOKINGS 'P'.
           05 O-CHANNEL            PIC X.
      * THE GUEST'S TOTAL (O-AMT) BROKEN OUT THE WAY THE AUDITOR
      * WANTS IT KEPT: SITE CHARGE (THE PER-NIGHT PRICING), STATE
      * LODGING TAX ON THE SITE CHARGE, AND THE FLAT RESERVATION FEE
      * PLUS ANY EXTRA-VEHICLE FEE (BOTH UNTAXED).
      * O-AMT = O-SITE-CHG + O-TAX-AMT + O-FEE-AMT.
      * ZERO ON ROWS THE INSTALL CONVERSION (COBCMSCP18) CARRIED
      * OVER FROM BEFORE THE BREAKDOWN EXISTED.
           05 O-SITE-CHG           PIC S9(5)V99.
           05 O-TAX-AMT            PIC S9(5)V99.
           05 O-FEE-AMT            PIC S9(5)V99.
      * 'M' = SEASONAL BOOKING, O-LEN-STAY IS MONTHS; 'D'/SPACE =
      * NIGHTS AS ALWAYS. READERS THAT COUNT SITE-NIGHTS TREAT A
      * MONTH AS 30 NIGHTS.
           05 O-STAY-UNIT          PIC X.
      * PROMOTION CODE HONORED ON THE BOOKING (PROMO.DAT) AND THE
      * DISCOUNT IT TOOK OFF THE SITE CHARGE - O-SITE-CHG STAYS
      * GROSS, THE TAX IS FIGURED ON THE DISCOUNTED CHARGE, AND
      * O-AMT = O-SITE-CHG - O-DISC-AMT + O-TAX-AMT + O-FEE-AMT, SO
      * THE REVENUE SUMMARY (COBCMSCP05) AND THE TAX REMITTANCE
      * (COBCMSCP17) CAN REPORT GROSS, DISCOUNT, AND NET. SPACES AND
      * ZERO ON MARKER ROWS AND ON ROWS FROM BEFORE PROMO CODES.
           05 O-PROMO-CODE         PIC X(8).
           05 O-DISC-AMT           PIC S9(5)V99.
      * PARTY SIZE AS EDITED (I-OCCUPANTS IN COBCMSCP01), FOR THE
      * VISITATION STATISTICS (COBCMSCP37). ZERO ON MARKER ROWS AND
      * ON ROWS FROM BEFORE PARTY SIZE WAS KEPT (PADDED BY COBCMSCP36).
           05 O-PARTY-SIZE         PIC 99.
      * THIRD-PARTY BOOKING AGENT WHO SOLD THE STAY (AGENT.DAT), SO
      * THE MONTHLY AGENT STATEMENTS (COBCMSCP39) CAN FIGURE THE
      * COMMISSION AND THE REVENUE SUMMARY (COBCMSCP05) CAN BREAK
      * REVENUE OUT BY AGENT. AN AMENDMENT KEEPS THE ORIGINAL
      * BOOKING'S AGENT. SPACES ON A DIRECT BOOKING, ON MARKER ROWS,
      * AND ON ROWS FROM BEFORE AGENTS WERE KEPT - THOSE WERE WRITTEN
      * 222 BYTES WIDE AND READ BACK SPACE-FILLED PAST THEIR END.
           05 O-AGENT-CODE         PIC X(6).
