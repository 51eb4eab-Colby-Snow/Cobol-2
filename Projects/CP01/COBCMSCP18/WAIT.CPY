           05 WL-STATUS-SW          PIC X.
               88 WL-OPEN           VALUE 'A'.
               88 WL-FULFILLED      VALUE 'F'.
      * SITE TYPE AND PARTY SIZE OF THE REQUEST. WHEN WL-SITE IS
      * BLANK THE GUEST ASKED FOR ANY AVAILABLE SITE (COBCMSCP01
      * L4-ASSIGN-SITE FOUND NONE) AND COBCMSCP07 OFFERS ANY OPENING
      * AT THE CAMPGROUND OF THIS TYPE THAT HOLDS THIS MANY.
           05 WL-SITE-TYPE          PIC X.
           05 WL-OCCUPANTS          PIC 99.
