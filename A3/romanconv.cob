*> Shared roman-numeral conversion engine. ROMAN2DEC's batch,
*> rework, scan, arithmetic, and maintenance paths call it, and so
*> can any other application in the shop: the caller passes a
*> numeral or a value, a direction, and a strict/lenient flag in the
*> ROMANPARM parameter area and gets back the value, the canonical
*> numeral, a valid/normalized/rejected status, and the reject
*> reason. Roman dates (day, month, year) go through the same rules
*> one numeral at a time, with a calendar check on top. One set of
*> rules, one answer for the same numeral.

identification division.
program-id. romanconv.
data division.
working-storage section.
      77 input-entered pic x(30) value " ".

      77 iter  pic s99 usage is computational.
      77 whitespaces pic 9(4).
      77 len pic 9(2).

      77 is-roman pic s99 usage is computational.
      77 prev pic s9(8) usage is computational.
      77 sum1 pic 9(8) usage is computational.
      77 dec pic s9(4) usage is computational.

      *> Working-storage for the value-to-numeral direction
      77 decimal-value pic 9(4) usage is computational.
      77 rc-remaining pic s9(4) usage is computational.
      77 roman-result pic x(20) value spaces.
      77 rr-len pic 9(2) value 0.

      *> Working-storage for the roman numeral syntax check
      77 valid-syntax pic x(1) value 'Y'.
      77 vs-iter pic s99 usage is computational.
      77 vs-value pic s9(4) usage is computational.
      77 vs-prev-value pic s9(4) usage is computational value 0.
      77 vs-repeat pic s99 usage is computational value 0.
      77 vs-max-repeat pic s99 usage is computational value 0.
      77 vs-reason pic 9(2) value 0.

      copy romanrsn.
      77 rsn-code pic 9(2) value 0.

      *> Working-storage for vinculum/bracket numerals above 3999, e.g.
      *> "[IV]C" = 4100 (bracketed segment x 1000, plus whatever roman
      *> numeral follows the closing bracket)
      77 lbracket-pos pic s9(2) usage is computational value 0.
      77 rbracket-pos pic s9(2) usage is computational value 0.
      77 lbracket-count pic s9(2) usage is computational value 0.
      77 rbracket-count pic s9(2) usage is computational value 0.
      77 has-bracket-switch pic x(1) value 'N'.
          88 has-bracket value 'Y'.
      77 seg-start pic s9(2) usage is computational.
      77 seg-len pic s9(2) usage is computational.
      77 seg-end pic s9(2) usage is computational.
      77 seg-iter pic s9(2) usage is computational.
      77 segment-value pic 9(8) usage is computational.
      77 bracket-value pic 9(8) usage is computational value 0.
      77 remainder-value pic 9(8) usage is computational value 0.

      *> Working-storage for the lenient "legacy forms" acceptance
      *> mode: old deed books and clock faces use additive numerals
      *> like IIII and VIIII that strict validation rightly rejects.
      *> When the caller asks for lenient mode, an unambiguous additive
      *> numeral - every digit no larger than the one before it - is
      *> accepted, converted, and returned with the canonical form it
      *> normalizes to. Strict mode remains the default.
      77 lenient-switch pic x(1) value 'N'.
          88 lenient-mode value 'Y'.
      77 normalized-switch pic x(1) value 'N'.
      77 seg-normalized pic x(1) value 'N'.
      77 additive-ok pic x(1) value 'N'.
      77 ad-iter pic s9(2) usage is computational.
      77 ad-value pic s9(4) usage is computational.
      77 ad-prev pic s9(4) usage is computational.
      77 canonical-numeral pic x(30) value spaces.
      77 canon-bracket-part pic x(20) value spaces.
      77 canon-thousands pic 9(4) usage is computational.
      77 canon-units pic 9(4) usage is computational.

      *> Working-storage for roman-numeral dates: the three numerals
      *> of "day month year", found between separators, each valued
      *> by the ordinary numeral rules and then checked against the
      *> calendar (leap years included) before the CCYYMMDD date is
      *> built. A date renders back as "D.M.Y".
      77 date-text pic x(30) value spaces.
      77 date-len pic 9(2) value 0.
      77 date-iter pic s9(2) usage is computational.
      77 date-in-part pic x(1) value 'N'.
      77 date-part-count pic s9(2) usage is computational.
      01 date-part-table.
          03 date-part occurs 3 times.
              05 date-part-start pic s9(2) usage is computational.
              05 date-part-len pic s9(2) usage is computational.
              05 date-part-value pic 9(8) usage is computational.
      77 date-normalized pic x(1) value 'N'.
      77 date-leap pic x(1) value 'N'.
      77 date-month-days pic 9(2) value 0.
      77 date-pointer pic s9(4) usage is computational.
      77 date-canonical pic x(30) value spaces.
      01 date-ccyymmdd pic 9(8) value 0.
      01 date-fields redefines date-ccyymmdd.
          05 date-year pic 9(4).
          05 date-month pic 9(2).
          05 date-day pic 9(2).
      01 month-days-values pic x(24) value "312831303130313130313031".
      01 month-days-table redefines month-days-values.
          03 month-days pic 9(2) occurs 12 times.

linkage section.
      copy romanparm.

procedure division using roman-conv-parm.
      move spaces to rcp-canonical.
      move 0 to rcp-canonical-len.
      move 0 to rcp-reason-code.
      move spaces to rcp-reason-text.
      move 0 to rsn-code.

      if rcp-lenient
          move 'Y' to lenient-switch
      else
          move 'N' to lenient-switch
      end-if

      evaluate true
          when rcp-numeral-to-value
              perform engine-numeral-to-value
          when rcp-value-to-numeral
              perform engine-value-to-numeral
          when rcp-date-to-value
              perform engine-date-to-value
          when rcp-value-to-date
              perform engine-value-to-date
          when other
              move 8 to rsn-code
              move 'R' to rcp-status
      end-evaluate

      if rcp-rejected
          if rsn-code < 1 or rsn-code > rsn-max-code
              move 1 to rsn-code
          end-if
          move rsn-code to rcp-reason-code
          move rsn-text(rsn-code) to rcp-reason-text
      end-if
goback.

engine-numeral-to-value.
      *> Direction 'R': values RCP-NUMERAL. Mixed-case keying is taken
      *> as upper case, as it is at the ROMAN2DEC terminal and in its
      *> batch input.

      move function upper-case(rcp-numeral) to input-entered
      move 0 to whitespaces
      move 0 to len
      inspect function reverse (input-entered)
          tallying whitespaces for leading space
      subtract whitespaces from length of input-entered giving len

      perform convert-numeral-value

      if is-roman is equal to 0
          move sum1 to rcp-value
          perform build-canonical-form
          perform engine-return-canonical
          if normalized-switch is equal to 'Y'
              move 'N' to rcp-status
          else
              move 'V' to rcp-status
          end-if
      else
          move 0 to rcp-value
          move 'R' to rcp-status
      end-if.

engine-value-to-numeral.
      *> Direction 'D': renders RCP-VALUE as its canonical numeral,
      *> in bracket notation above 3999.

      if rcp-value is not numeric
          move 7 to rsn-code
          move 'R' to rcp-status
      else if rcp-value is less than 1 or rcp-value is greater than 3999999
          move 6 to rsn-code
          move 'R' to rcp-status
      else
          move rcp-value to sum1
          perform build-canonical-form
          perform engine-return-canonical
          move 'V' to rcp-status
      end-if
      end-if.

engine-date-to-value.
      *> Direction 'C': converts the roman date in RCP-NUMERAL - day,
      *> month, and year numerals separated by a full stop, space,
      *> slash, or hyphen (a run of separators counts as one) - to a
      *> CCYYMMDD date in RCP-VALUE. Anything but three numerals, or a
      *> date that starts or ends with a separator, is a malformed
      *> date; a numeral that breaks the numeral rules is rejected for
      *> that rule; a day or month the calendar does not have is an
      *> impossible date.

      move function upper-case(rcp-numeral) to date-text
      move 0 to whitespaces
      move 0 to date-len
      inspect function reverse (date-text)
          tallying whitespaces for leading space
      subtract whitespaces from length of date-text giving date-len

      move 0 to date-part-count
      move 'N' to date-in-part
      move 'N' to date-normalized
      perform varying date-iter from 1 by 1 until date-iter > date-len
          evaluate date-text(date-iter:1)
              when '.'
              when ' '
              when '/'
              when '-'
                  move 'N' to date-in-part
              when other
                  if date-in-part is equal to 'N'
                      add 1 to date-part-count
                      if date-part-count <= 3
                          move date-iter to date-part-start(date-part-count)
                          move 0 to date-part-len(date-part-count)
                      end-if
                      move 'Y' to date-in-part
                  end-if
                  if date-part-count <= 3
                      add 1 to date-part-len(date-part-count)
                  end-if
          end-evaluate
      end-perform

      if date-part-count is not equal to 3
          or date-text(1:1) is equal to '.' or date-text(1:1) is equal to '/'
          or date-text(1:1) is equal to '-'
          or date-text(date-len:1) is equal to '.'
          or date-text(date-len:1) is equal to '/'
          or date-text(date-len:1) is equal to '-'
          move 12 to rsn-code
      else
          perform varying date-iter from 1 by 1
                  until date-iter > 3 or rsn-code is not equal to 0
              move spaces to input-entered
              move date-text(date-part-start(date-iter):
                  date-part-len(date-iter)) to input-entered
              move date-part-len(date-iter) to len
              perform convert-numeral-value
              if is-roman is equal to 0
                  move sum1 to date-part-value(date-iter)
                  if normalized-switch is equal to 'Y'
                      move 'Y' to date-normalized
                  end-if
              else if rsn-code is equal to 0
                  move 1 to rsn-code
              end-if
              end-if
          end-perform
      end-if

      if rsn-code is equal to 0
          if date-part-value(3) is greater than 9999
              or date-part-value(2) is greater than 12
              or date-part-value(1) is greater than 31
              move 13 to rsn-code
          else
              move date-part-value(3) to date-year
              move date-part-value(2) to date-month
              move date-part-value(1) to date-day
              perform engine-check-calendar-date
          end-if
      end-if

      if rsn-code is equal to 0
          move date-ccyymmdd to rcp-value
          perform engine-build-roman-date
          if date-normalized is equal to 'Y'
              move 'N' to rcp-status
          else
              move 'V' to rcp-status
          end-if
      else
          move 0 to rcp-value
          move 'R' to rcp-status
      end-if.

engine-value-to-date.
      *> Direction 'E': renders the CCYYMMDD date in RCP-VALUE as a
      *> roman date, "D.M.Y", once the calendar has it.

      if rcp-value is not numeric
          move 7 to rsn-code
          move 'R' to rcp-status
      else
          move rcp-value to date-ccyymmdd
          perform engine-check-calendar-date
          if rsn-code is equal to 0
              perform engine-build-roman-date
              move 'V' to rcp-status
          else
              move 'R' to rcp-status
          end-if
      end-if.

engine-check-calendar-date.
      *> Sets RSN-CODE 13 unless DATE-YEAR/-MONTH/-DAY name a real day:
      *> a year from 1 (there is no roman zero), a month 1-12, and a
      *> day within that month - February has 29 days in a leap year,
      *> every fourth year except centuries not divisible by 400.

      if date-year is less than 1
          or date-month is less than 1 or date-month is greater than 12
          or date-day is less than 1
          move 13 to rsn-code
      else
          move month-days(date-month) to date-month-days
          if date-month is equal to 2
              move 'N' to date-leap
              if function mod(date-year, 4) is equal to 0
                  move 'Y' to date-leap
                  if function mod(date-year, 100) is equal to 0
                      and function mod(date-year, 400) is not equal to 0
                      move 'N' to date-leap
                  end-if
              end-if
              if date-leap is equal to 'Y'
                  move 29 to date-month-days
              end-if
          end-if
          if date-day is greater than date-month-days
              move 13 to rsn-code
          end-if
      end-if.

engine-build-roman-date.
      *> Renders DATE-DAY/-MONTH/-YEAR as the canonical roman date
      *> "D.M.Y" in RCP-CANONICAL.

      move spaces to date-canonical
      move 1 to date-pointer
      move date-day to sum1
      perform build-canonical-form
      string function trim(canonical-numeral) delimited by size
            "." delimited by size
            into date-canonical with pointer date-pointer
      move date-month to sum1
      perform build-canonical-form
      string function trim(canonical-numeral) delimited by size
            "." delimited by size
            into date-canonical with pointer date-pointer
      move date-year to sum1
      perform build-canonical-form
      string function trim(canonical-numeral) delimited by size
            into date-canonical with pointer date-pointer
      move date-canonical to canonical-numeral
      perform engine-return-canonical.

engine-return-canonical.
      move canonical-numeral to rcp-canonical
      move 0 to whitespaces
      inspect function reverse (canonical-numeral)
          tallying whitespaces for leading space
      subtract whitespaces from length of canonical-numeral
          giving rcp-canonical-len.

convert-numeral-value.
      *> Computes the value of the numeral in INPUT-ENTERED(1:LEN)
      *> into SUM1, setting IS-ROMAN when it is not a legal numeral and
      *> RSN-CODE to the first rule it breaks.

      *> This function is a modification of the provided sample code in the A3 outline pdf.
      *> I have removed the file output functionality and modified certain features to resemble
      *> the modern cobol language. I have implemented the logical flow of Figure 2 diagram.

      *> Reset relevant variables
      move 0 to is-roman.
      move 0 to sum1.
      move 0 to bracket-value.
      move 0 to remainder-value.
      move 'N' to has-bracket-switch.
      move 'N' to normalized-switch.
      move 0 to rsn-code.

      *> A "[xxx]yyy" numeral (vinculum/bracket notation) is used for
      *> values above the classical 1-3999 range: the bracketed segment
      *> is worth x1000, and whatever follows the closing bracket adds
      *> on as an ordinary numeral, e.g. "[IV]C" = 4000 + 100 = 4100.
      move 0 to lbracket-pos.
      move 0 to rbracket-pos.
      move 0 to lbracket-count.
      move 0 to rbracket-count.
      perform varying iter from 1 by 1 until iter is greater than len
          if input-entered(iter:1) is equal to '['
              move iter to lbracket-pos
              add 1 to lbracket-count
          end-if
          if input-entered(iter:1) is equal to ']'
              move iter to rbracket-pos
              add 1 to rbracket-count
          end-if
      end-perform

      *> Brackets must come as one pair opening the numeral; a stray,
      *> doubled, or reversed bracket - or anything keyed ahead of the
      *> opening one - is an unbalanced bracket, not a bad character.
      if lbracket-count > 0 or rbracket-count > 0
          if lbracket-count is equal to 1 and rbracket-count is equal to 1
              and lbracket-pos is equal to 1 and rbracket-pos > lbracket-pos
              move 'Y' to has-bracket-switch
          else
              move 1 to is-roman
              move 5 to rsn-code
          end-if
      end-if

      if is-roman is not equal to 0
          continue
      else if has-bracket-switch is equal to 'Y'
          compute seg-start = lbracket-pos + 1
          compute seg-len = rbracket-pos - lbracket-pos - 1

          if seg-len < 1
              move 1 to is-roman
              move 5 to rsn-code
          else
              perform convert-roman-segment
              move segment-value to bracket-value
          end-if

          if is-roman is equal to 0 and rbracket-pos < len
              compute seg-start = rbracket-pos + 1
              compute seg-len = len - rbracket-pos
              perform convert-roman-segment
              move segment-value to remainder-value
          end-if

          if is-roman is equal to 0
              compute sum1 = bracket-value * 1000 + remainder-value
          end-if
      else
          move 1 to seg-start
          move len to seg-len
          perform convert-roman-segment
          move segment-value to sum1
      end-if
      end-if.

convert-roman-segment.
      *> Converts INPUT-ENTERED(SEG-START:SEG-LEN) into SEGMENT-VALUE,
      *> using the same repeated-numeral and subtractive-pair rules as a
      *> plain numeral. Used directly for ordinary numerals in the
      *> classic 1-3999 range, and for each half of a bracketed
      *> "[xxx]yyy" numeral above 3999.

      move 0 to segment-value.
      move 1001 to prev.
      move 'N' to seg-normalized.
      compute seg-end = seg-start + seg-len - 1

      *> Reject repeated-numeral and subtractive-pair violations
      *> (e.g. "IIII", "VV", "IC") before SEGMENT-VALUE is trusted.
      *> In lenient mode an unambiguous additive legacy form (IIII,
      *> VIIII) is let through instead and flagged as normalized - the
      *> character loop below sums a purely additive numeral correctly
      *> since no digit ever exceeds the one before it.
      perform validate-roman-syntax
      if valid-syntax is equal to 'N'
          if lenient-mode
              perform additive-segment-scan
              if additive-ok is equal to 'Y'
                  move 'Y' to seg-normalized
                  move 'Y' to normalized-switch
              else
                  move 1 to is-roman
                  move vs-reason to rsn-code
              end-if
          else
              move 1 to is-roman
              move vs-reason to rsn-code
          end-if
      end-if

      if is-roman is equal to 0
      perform varying seg-iter from seg-start by 1 until seg-iter is greater than seg-end
          if input-entered(seg-iter:1) is equal to 'I'
              move 1 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'V'
              move 5 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'X'
              move 10 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'L'
              move 50 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'C'
              move 100 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'D'
              move 500 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else if input-entered(seg-iter:1) is equal to 'M'
              move 1000 to dec
              compute segment-value = segment-value + dec

              if prev < dec
                  compute segment-value = segment-value - 2 * prev
              end-if

              move dec to prev
          else
              *> Flagging character as a "non-roman numeral" digit
              move 1 to is-roman
              if rsn-code is equal to 0
                  move 1 to rsn-code
              end-if
          end-if
      end-perform
      end-if.

      *> VALIDATE-ROMAN-SYNTAX only catches repeat-count and subtractive-
      *> pair violations; it does not catch a "descend then re-ascend"
      *> shape (e.g. "LXL", "VIV", "XCX") that both rules individually
      *> allow but that isn't a legal numeral. Closing that gap: a
      *> numeral is only legal if converting the value we just computed
      *> back to its canonical roman form reproduces exactly the
      *> characters that were entered.
      if is-roman is equal to 0
          if segment-value is less than 1 or segment-value is greater than 3999
              move 1 to is-roman
              move 6 to rsn-code
          else
              if seg-normalized is equal to 'N'
                  move segment-value to decimal-value
                  perform value-to-roman
                  if rr-len is not equal to seg-len
                      or roman-result(1:seg-len) is not equal to input-entered(seg-start:seg-len)
                      move 1 to is-roman
                      move 4 to rsn-code
                  end-if
              end-if
          end-if
      end-if.

additive-segment-scan.
      *> Decides whether INPUT-ENTERED(SEG-START:SEG-LEN) is an
      *> unambiguous additive legacy numeral: every character a roman
      *> digit and none larger than the one before it (IIII, VIIII,
      *> MDCCCCX). Ascending shapes like IIX or VIV stay rejected even
      *> in lenient mode - their reading is ambiguous.

      move 'Y' to additive-ok.
      move 9999 to ad-prev.
      perform varying ad-iter from seg-start by 1
              until ad-iter > seg-end or additive-ok = 'N'
          evaluate input-entered(ad-iter:1)
              when 'I' move 1 to ad-value
              when 'V' move 5 to ad-value
              when 'X' move 10 to ad-value
              when 'L' move 50 to ad-value
              when 'C' move 100 to ad-value
              when 'D' move 500 to ad-value
              when 'M' move 1000 to ad-value
              when other move 'N' to additive-ok
          end-evaluate
          if additive-ok is equal to 'Y'
              if ad-value is greater than ad-prev
                  move 'N' to additive-ok
              else
                  move ad-value to ad-prev
              end-if
          end-if
      end-perform.

build-canonical-form.
      *> Renders SUM1 as its canonical roman numeral in
      *> CANONICAL-NUMERAL, using the same bracket notation as input
      *> for values above 3999 (e.g. 4100 -> "[IV]C").

      move spaces to canonical-numeral.
      if sum1 is greater than 3999
          compute canon-thousands = sum1 / 1000
          compute canon-units = sum1 - canon-thousands * 1000
          move canon-thousands to decimal-value
          perform value-to-roman
          move spaces to canon-bracket-part
          move roman-result(1:rr-len) to canon-bracket-part
          if canon-units is greater than 0
              move canon-units to decimal-value
              perform value-to-roman
              string "[" delimited by size
                    function trim(canon-bracket-part) delimited by size
                    "]" delimited by size
                    roman-result(1:rr-len) delimited by size
                    into canonical-numeral
          else
              string "[" delimited by size
                    function trim(canon-bracket-part) delimited by size
                    "]" delimited by size
                    into canonical-numeral
          end-if
      else
          move sum1 to decimal-value
          perform value-to-roman
          move roman-result(1:rr-len) to canonical-numeral
      end-if.

value-to-roman.
      *> Converts DECIMAL-VALUE (assumed already checked to be in range
      *> 1-3999) into ROMAN-RESULT/RR-LEN, using the same subtractive-
      *> pair rules as CONVERT-ROMAN-SEGMENT, worked in the opposite
      *> direction (largest value first).

          move decimal-value to rc-remaining
          move spaces to roman-result
          move 0 to rr-len

          perform until rc-remaining < 1000
              add 1 to rr-len
              move 'M' to roman-result(rr-len:1)
              subtract 1000 from rc-remaining
          end-perform

          if rc-remaining >= 900
              add 1 to rr-len
              move 'C' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'M' to roman-result(rr-len:1)
              subtract 900 from rc-remaining
          end-if

          perform until rc-remaining < 500
              add 1 to rr-len
              move 'D' to roman-result(rr-len:1)
              subtract 500 from rc-remaining
          end-perform

          if rc-remaining >= 400
              add 1 to rr-len
              move 'C' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'D' to roman-result(rr-len:1)
              subtract 400 from rc-remaining
          end-if

          perform until rc-remaining < 100
              add 1 to rr-len
              move 'C' to roman-result(rr-len:1)
              subtract 100 from rc-remaining
          end-perform

          if rc-remaining >= 90
              add 1 to rr-len
              move 'X' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'C' to roman-result(rr-len:1)
              subtract 90 from rc-remaining
          end-if

          perform until rc-remaining < 50
              add 1 to rr-len
              move 'L' to roman-result(rr-len:1)
              subtract 50 from rc-remaining
          end-perform

          if rc-remaining >= 40
              add 1 to rr-len
              move 'X' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'L' to roman-result(rr-len:1)
              subtract 40 from rc-remaining
          end-if

          perform until rc-remaining < 10
              add 1 to rr-len
              move 'X' to roman-result(rr-len:1)
              subtract 10 from rc-remaining
          end-perform

          if rc-remaining >= 9
              add 1 to rr-len
              move 'I' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'X' to roman-result(rr-len:1)
              subtract 9 from rc-remaining
          end-if

          perform until rc-remaining < 5
              add 1 to rr-len
              move 'V' to roman-result(rr-len:1)
              subtract 5 from rc-remaining
          end-perform

          if rc-remaining >= 4
              add 1 to rr-len
              move 'I' to roman-result(rr-len:1)
              add 1 to rr-len
              move 'V' to roman-result(rr-len:1)
              subtract 4 from rc-remaining
          end-if

          perform until rc-remaining < 1
              add 1 to rr-len
              move 'I' to roman-result(rr-len:1)
              subtract 1 from rc-remaining
          end-perform.

validate-roman-syntax.
      *> Checks INPUT-ENTERED(SEG-START:SEG-LEN) for roman-numeral
      *> ordering rules that the character-by-character SEGMENT-VALUE
      *> math does not enforce on its own: I/X/C/M may not repeat more
      *> than 3 times in a row, V/L/D may not repeat at all, and a
      *> smaller numeral may only precede a larger one as one of the six
      *> legal subtractive pairs (IV, IX, XL, XC, CD, CM), and only a
      *> single smaller numeral.

      move 'Y' to valid-syntax.
      move 0 to vs-reason.
      move 0 to vs-prev-value.
      move 0 to vs-repeat.

      perform varying vs-iter from seg-start by 1 until vs-iter is greater than seg-end
          evaluate input-entered(vs-iter:1)
              when 'I'
                  move 1 to vs-value
                  move 3 to vs-max-repeat
              when 'V'
                  move 5 to vs-value
                  move 1 to vs-max-repeat
              when 'X'
                  move 10 to vs-value
                  move 3 to vs-max-repeat
              when 'L'
                  move 50 to vs-value
                  move 1 to vs-max-repeat
              when 'C'
                  move 100 to vs-value
                  move 3 to vs-max-repeat
              when 'D'
                  move 500 to vs-value
                  move 1 to vs-max-repeat
              when 'M'
                  move 1000 to vs-value
                  move 3 to vs-max-repeat
              when other
                  *> Not a roman numeral character at all. Flagged here
                  *> so the reject is reported as the bad character it
                  *> is, not as whatever ordering rule it upsets next.
                  move 0 to vs-value
                  move 99 to vs-max-repeat
                  if valid-syntax is equal to 'Y'
                      move 'N' to valid-syntax
                      move 1 to vs-reason
                  end-if
          end-evaluate

          if vs-value is equal to vs-prev-value
              add 1 to vs-repeat
              if vs-repeat is greater than vs-max-repeat
                  and valid-syntax is equal to 'Y'
                  move 'N' to valid-syntax
                  move 2 to vs-reason
              end-if
          else
              move 1 to vs-repeat
          end-if

          if vs-value is greater than vs-prev-value and vs-iter is greater than seg-start
              *> A smaller numeral immediately before a larger one is only
              *> legal as one of the six standard subtractive pairs, and
              *> only when a single smaller numeral precedes it.
              if not ((vs-prev-value = 1 and vs-value = 5)  or
                      (vs-prev-value = 1 and vs-value = 10) or
                      (vs-prev-value = 10 and vs-value = 50) or
                      (vs-prev-value = 10 and vs-value = 100) or
                      (vs-prev-value = 100 and vs-value = 500) or
                      (vs-prev-value = 100 and vs-value = 1000))
                  and valid-syntax is equal to 'Y'
                  move 'N' to valid-syntax
                  move 3 to vs-reason
              end-if
              if vs-iter is greater than seg-start + 1
                  if input-entered(vs-iter - 2:1) is equal to input-entered(vs-iter - 1:1)
                      and valid-syntax is equal to 'Y'
                      move 'N' to valid-syntax
                      move 3 to vs-reason
                  end-if
              end-if
          end-if

          move vs-value to vs-prev-value
      end-perform.

