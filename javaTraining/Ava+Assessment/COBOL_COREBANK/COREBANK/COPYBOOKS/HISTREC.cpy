               10 HIST-TIME             PIC 9(06).
               10 HIST-SEQ              PIC 9(03).
           05 HIST-TRAN-DATA            PIC X(150).
      *> Wall-clock moment the entry was written, in the tail of the
      *> data area clear of the TRANREC image. HIST-DATE is the
      *> business date, which says nothing about which side of a
      *> point in time an entry fell; forward recovery of the
      *> account master goes by this stamp. Not numeric on entries
      *> written before the stamp existed.
           05 HIST-WRITTEN-STAMP REDEFINES HIST-TRAN-DATA.
               10 FILLER                PIC X(136).
               10 HIST-WRITTEN-DATE     PIC 9(08).
               10 HIST-WRITTEN-TIME     PIC 9(06).
