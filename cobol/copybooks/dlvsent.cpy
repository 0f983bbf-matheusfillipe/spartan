      *    Delivery manifest row - one per data row OUTCONV put into
      *    DELIMOUT, whatever columns that export carried, written to
      *    DLVSENT.YYYYMMDD under the cycle it was sent for. It is the
      *    evidence of what left us; ACKRECON matches the consumers'
      *    acknowledgments against it by LIN and LSIN.
       01 delivery-sent-record.
           05 ds-cycle-date       PIC 9(8).
           05 ds-row-number       PIC 9(7).
           05 ds-status           PIC X(2).
           05 ds-lsin             PIC 9(2).
           05 ds-lin              PIC A(99).
