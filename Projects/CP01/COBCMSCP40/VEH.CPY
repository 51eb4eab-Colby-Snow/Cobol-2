       01 VEH-REC.
      * ONE VEHICLE REGISTRATION EVENT ON A BOOKING, KEYED ON THE
      * FEED AS A 'V' TRANSACTION AND APPENDED BY COBCMSCP01. A
      * VEHICLE IS KNOWN BY CONFIRMATION NUMBER, PLATE, AND STATE -
      * THE LATEST ROW FOR THAT KEY WINS, SO A PLATE IS ON THE
      * BOOKING WHILE ITS LATEST ROW IS AN 'A' AND OFF IT ONCE A
      * 'D' FOLLOWS. THE MANIFEST (COBCMSCP03), THE GATE PASSES
      * (COBCMSCP38), AND THE PLATE LOOKUP (COBCMSCP06) ALL NET IT
      * THAT WAY. THE BOOKING'S OWN ROW SAYS WHETHER IT IS LIVE.
           05 VEH-CONFIRM-NUM      PIC X(18).
           05 VEH-PLATE            PIC X(10).
           05 VEH-STATE            PIC X(2).
      * RVS AND TRAILERS CARRY THEIR LENGTH IN FEET FOR SITE FIT;
      * ZERO FOR EVERYTHING ELSE.
           05 VEH-TYPE             PIC X.
               88 VEH-CAR          VALUE 'C'.
               88 VEH-TRUCK        VALUE 'T'.
               88 VEH-MOTORCYCLE   VALUE 'M'.
               88 VEH-RV           VALUE 'R'.
               88 VEH-TRAILER      VALUE 'L'.
               88 VEH-VALID-TYPE   VALUE 'C', 'T', 'M', 'R', 'L'.
               88 VEH-NEEDS-LENGTH VALUE 'R', 'L'.
           05 VEH-LENGTH           PIC 99.
           05 VEH-ACTION           PIC X.
               88 VEH-ADDED        VALUE 'A'.
               88 VEH-REMOVED      VALUE 'D'.
           05 VEH-DATE             PIC 9(8).
           05 VEH-OPERATOR         PIC X(8).
