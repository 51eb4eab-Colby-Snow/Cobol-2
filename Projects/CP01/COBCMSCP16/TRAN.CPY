      * NAMES: THE NEW CARD IS AUTHORIZED FOR THE OPEN BALANCE AND
      * SUPERSEDES THE CCVAULT.DAT ENTRY UNDER THE SAME CONFIRMATION
      * NUMBER - THE BOOKING ROW ITSELF IS NOT TOUCHED.
      * 'V' ADDS OR REMOVES A VEHICLE ON THE BOOKING I-CONFIRM-NUM
      * NAMES - OR, LEFT BLANK, ON THE BOOKING ACCEPTED JUST AHEAD OF
      * IT ON THE FEED. THE VEHICLE ITSELF RIDES IN I-VEH-DATA OVER
      * THE NAME, AND I-CAMPGROUND MUST STILL BE KEYED SO A FILTERED
      * RUN PICKS THE RECORD UP. VEHICLES PAST THE NUMBER A SITE
      * INCLUDES ADD THE EXTRA-VEHICLE FEE (SEE COBCMSCP01
      * L3-VEHICLE-PROCESS).
         05 I-TRAN-CODE PIC X.
           88 TRAN-RESERVATION VALUE 'R'.
           88 TRAN-CANCELLATION VALUE 'C'.
           88 TRAN-MODIFICATION VALUE 'M'.
           88 TRAN-GROUP VALUE 'G'.
           88 TRAN-CARD-REPLACE VALUE 'K'.
           88 TRAN-VEHICLE VALUE 'V'.
      * CAMPGROUND/SITE/DATE GROUPED TOGETHER AS THE RECORD KEY SO
      * RESERVEMASTER CAN BE ORGANIZED AS AN INDEXED FILE KEYED ON
      * THIS GROUP.
           10 I-CAMPGROUND PIC X(25).
             88 VAL-CAMP VALUE 'BUCK CREEK', 'HONEY CREEK',
             'ISLAND VIEW'.
      * LEFT BLANK ON AN 'R', THE GUEST WANTS ANY AVAILABLE SITE OF
      * TYPE I-SITE-TYPE FOR I-OCCUPANTS AT THE CAMPGROUND - THE
      * EDIT RUN ASSIGNS ONE AND PRICES THE STAY AT THAT SITE'S RATE,
      * SO I-AMT NEED NOT BE KEYED.
           10 I-SITE.
             15 I-SITE-L         PIC X.
             15 I-SITE-N         PIC 99.
           10 I-DATE-NUM REDEFINES I-DATE PIC 9(8).
         05 I-LEN-STAY         PIC 99.
         05 I-LNAME            PIC X(20).
      * PLATE, ISSUING STATE, TYPE ('C' CAR, 'T' TRUCK, 'M'
      * MOTORCYCLE, 'R' RV, 'L' TRAILER), LENGTH IN FEET (REQUIRED
      * FOR 'R' AND 'L'), AND 'A' (OR BLANK) TO ADD OR 'D' TO REMOVE.
         05 I-VEH-DATA REDEFINES I-LNAME.
           10 I-VEH-PLATE       PIC X(10).
           10 I-VEH-STATE       PIC X(2).
           10 I-VEH-TYPE        PIC X.
             88 VAL-VEH-TYPE VALUE 'C', 'T', 'M', 'R', 'L'.
             88 VEH-TYPE-NEEDS-LENGTH VALUE 'R', 'L'.
           10 I-VEH-LENGTH      PIC 99.
           10 I-VEH-ACTION      PIC X.
             88 VEH-ACTION-ADD    VALUE 'A', ' '.
             88 VEH-ACTION-REMOVE VALUE 'D'.
           10 FILLER            PIC X(4).
         05 I-FNAME            PIC X(20).
         05 I-AMT              PIC S9(5)V99.
         05 I-CCTYPE           PIC X.
      * AND I-AMT MUST BE THE DISCOUNTED TOTAL. AN UNKNOWN, EXPIRED,
      * OR WRONG-CAMPGROUND CODE FAILS THE TRANSACTION.
         05 I-PROMO-CODE        PIC X(8).
      * OPERATOR WHO KEYED THE TRANSACTION (OPERATOR.DAT). AN ID NOT
      * ON FILE OR NO LONGER ACTIVE FAILS THE TRANSACTION LIKE ANY
      * OTHER EDIT; THE OPERATOR GOES ON THE CHANGE JOURNAL WITH
      * EVERYTHING THE TRANSACTION CHANGES. COBCMSCP16 STAMPS 'WEB'
      * ON THE TRANSACTIONS IT TRANSLATES, AND COBCMSCP14 THE
      * OPERATOR WHO KEYED THE CORRECTION.
         05 I-OPERATOR          PIC X(8).
      * THIRD-PARTY BOOKING AGENT (AGENT.DAT) WHO SOLD THE STAY -
      * BLANK ON A DIRECT BOOKING. AN AGENT NOT ON FILE OR NO LONGER
      * ACTIVE FAILS AN 'R' OR 'G'; AN 'M' KEEPS THE ORIGINAL
      * BOOKING'S AGENT WHATEVER IS KEYED HERE. COBCMSCP16 CARRIES
      * IT FROM THE WEB EXPORT WHEN THE AGENT'S PORTAL SENDS ONE.
         05 I-AGENT-CODE        PIC X(6).
