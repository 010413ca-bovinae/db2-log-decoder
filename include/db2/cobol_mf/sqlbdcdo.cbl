      * these to keep multi-database runs unambiguous
           05 SQLBD-DB-NAME           PIC X(8).
           05 SQLBD-PARTITION         PIC 9(4) COMP-5.
      * 'Y' when the entry came from a hand-repaired extract -- the
      * repair step TBSQCOR0 leaves the mark 'HR' in SQL-PAD of every
      * raw entry it corrected, and the decoder carries it here so
      * reports can show the figures were not taken straight from the
      * database
           05 SQLBD-REPAIR-FLAG       PIC X(01).
               88 SQLBD-HAND-REPAIRED VALUE 'Y'.
