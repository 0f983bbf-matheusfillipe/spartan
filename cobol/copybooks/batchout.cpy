               88 bo-status-ok        value "OK".
               88 bo-status-rejected  value "ER".
               88 bo-status-duplicate value "DU".
               88 bo-status-held      value "HD".
           05 bo-lin              PIC A(99).
           05 bo-lsin             PIC 9(2).
           05 bo-loutput          PIC A(512).
