      *> Reject reason codes shared by ROMAN2DEC and the ROMANCONV
      *> conversion engine. Whichever rule a record breaks first is
      *> kept as its reason, and every reject - terminal line, .REJECT
      *> line, print report, engine caller - shows the code as "Rnn"
      *> with its fixed short text, so the records office can see
      *> which keying mistakes recur. Codes are never renumbered; a new
      *> rule takes the next free number.
      01 reject-reason-values.
          05 filler pic x(30) value "Invalid character".
          05 filler pic x(30) value "Digit repeated too often".
          05 filler pic x(30) value "Illegal subtractive pair".
          05 filler pic x(30) value "Digits out of order".
          05 filler pic x(30) value "Unbalanced bracket".
          05 filler pic x(30) value "Value out of range".
          05 filler pic x(30) value "Invalid decimal value".
          05 filler pic x(30) value "Invalid direction code".
          05 filler pic x(30) value "Arithmetic operand missing".
          05 filler pic x(30) value "Invalid arithmetic operator".
          05 filler pic x(30) value "Value change denied".
          05 filler pic x(30) value "Malformed roman date".
          05 filler pic x(30) value "Impossible calendar date".
      01 reject-reason-table redefines reject-reason-values.
          03 rsn-text pic x(30) occurs 13 times.
      77 rsn-max-code pic 9(2) value 13.
