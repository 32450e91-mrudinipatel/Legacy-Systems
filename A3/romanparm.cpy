      *> Parameter area for the shared roman-numeral conversion engine,
      *> called as CALL "romanconv" USING ROMAN-CONV-PARM by ROMAN2DEC
      *> and by any other application that needs a numeral valued or a
      *> value rendered, so that every program in the shop gives the
      *> same answer for the same numeral.
      *>
      *> The caller fills the request fields:
      *>   RCP-DIRECTION  'R' value the numeral in RCP-NUMERAL
      *>                  'D' render the value in RCP-VALUE as a numeral
      *>                  'C' convert the roman date in RCP-NUMERAL -
      *>                      day, month, year, separated by a full
      *>                      stop, space, slash, or hyphen, e.g.
      *>                      "XV.IV.MCMXC" - to CCYYMMDD in RCP-VALUE
      *>                  'E' render the CCYYMMDD date in RCP-VALUE as
      *>                      a roman date, "D.M.Y"
      *>   RCP-MODE       'S' strict (the default - anything but 'L')
      *>                  'L' lenient: accept unambiguous additive
      *>                      legacy forms (IIII, VIIII) and normalize
      *>   RCP-NUMERAL    the numeral, up to 30 characters, left-
      *>                  justified; "[xxx]yyy" bracket notation is
      *>                  worth xxx x 1000 + yyy, for values over 3999
      *>   RCP-VALUE      the value to render, 1-3999999 ('D'), or
      *>                  the CCYYMMDD date to render ('E')
      *> and the engine returns:
      *>   RCP-VALUE      the value of the numeral ('R') or the date
      *>                  ('C'), 0 if rejected
      *>   RCP-CANONICAL  the canonical numeral for the value (or the
      *>                  canonical roman date), with its length in
      *>                  RCP-CANONICAL-LEN
      *>   RCP-STATUS     'V' valid, 'N' valid legacy form normalized
      *>                  to RCP-CANONICAL, 'R' rejected
      *>   RCP-REASON-CODE / RCP-REASON-TEXT
      *>                  the reject reason, numbered as on the
      *>                  ROMAN2DEC .REJECT transcript (ROMANRSN)
      01 roman-conv-parm.
          05 rcp-request.
              10 rcp-direction pic x(1).
                  88 rcp-numeral-to-value value 'R'.
                  88 rcp-value-to-numeral value 'D'.
                  88 rcp-date-to-value value 'C'.
                  88 rcp-value-to-date value 'E'.
              10 rcp-mode pic x(1).
                  88 rcp-strict value 'S'.
                  88 rcp-lenient value 'L'.
              10 rcp-numeral pic x(30).
          05 rcp-value pic 9(8).
          05 rcp-result.
              10 rcp-canonical pic x(30).
              10 rcp-canonical-len pic 9(2).
              10 rcp-status pic x(1).
                  88 rcp-valid value 'V'.
                  88 rcp-normalized value 'N'.
                  88 rcp-rejected value 'R'.
                  88 rcp-accepted value 'V' 'N'.
              10 rcp-reason-code pic 9(2).
              10 rcp-reason-text pic x(30).
          05 filler pic x(20).
