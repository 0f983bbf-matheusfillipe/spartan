       identification division.
       program-id. audchain.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       data division.
       working-storage section.
      *    The chained check value for one ENTRYAUD row, shared by
      *    ENTRY (which stamps it) and AUDVERFY (which recomputes
      *    it), so the two can never drift apart. A running polynomial
      *    over every byte of the row from AT-TIMESTAMP through
      *    AT-SEQUENCE, seeded with the previous row's value and
      *    kept under a prime modulus, so that any changed byte,
      *    any changed sequence number and any changed predecessor
      *    all give a different value.
       01 ws-covered-length PIC 9(3) value 654.
       01 ws-char-idx PIC 9(3).
       01 ws-running-value PIC 9(18).
       linkage section.
       01 chain-audit-row PIC X(663).
       01 chain-prior-value PIC 9(9).
       01 chain-new-value PIC 9(9).
       procedure division using chain-audit-row, chain-prior-value,
           chain-new-value.
       main-line.
           move chain-prior-value to ws-running-value
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > ws-covered-length
               compute ws-running-value = function mod(
                   ws-running-value * 257
                   + function ord(chain-audit-row(ws-char-idx:1)),
                   999999937)
           end-perform
           move ws-running-value to chain-new-value
           exit program.
