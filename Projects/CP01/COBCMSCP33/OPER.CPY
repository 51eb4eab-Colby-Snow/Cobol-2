       01 OPR-REC.
      * ONE OFFICE OR GATE OPERATOR ALLOWED TO KEY A TRANSACTION
      * FEED (OPERATOR.DAT), MAINTAINED BY THE OFFICE MANAGER. EVERY
      * FEED RECORD NAMES THE OPERATOR WHO KEYED IT; AN ID NOT ON
      * THIS FILE, OR ON IT BUT NO LONGER ACTIVE, FAILS THE RECORD
      * LIKE ANY OTHER EDIT (SEE CHGJ001). AN OPERATOR WHO LEAVES IS
      * MARKED 'I' RATHER THAN DELETED SO THE CHANGE JOURNAL CAN
      * STILL NAME THEM.
           05 OPR-ID               PIC X(8).
           05 OPR-NAME             PIC X(30).
           05 OPR-STATUS           PIC X.
               88 OPR-ACTIVE       VALUE 'A'.
               88 OPR-INACTIVE     VALUE 'I'.
