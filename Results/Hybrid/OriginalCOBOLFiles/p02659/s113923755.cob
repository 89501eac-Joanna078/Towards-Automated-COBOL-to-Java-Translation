    select contrmst assign to "CONTRMST"
        organization line sequential
        file status cm-fs.
    select statemnt assign to "STATEMNT"
        organization line sequential
        file status st-fs.

data division.
  file section.
  01 rej-line pic x(50).
  fd contrmst.
  01 cm-line pic x(40).
  fd statemnt.
  01 st-line pic x(80).
  working-storage section.
  01 reje-fs pic xx.
*> the contract master carries one row per rate change:
  77 line-bad pic x value 'N'.
*> common numeric token edit shared by the unstring readers
  copy EDITNMPM.
*> billing statements: every priced line is kept and, at end of
*> run, written to STATEMNT grouped by contract - the rate and rule
*> in effect, each line, subtotals, and a count of the contract's
*> lines that went to REJECTS instead of being billed.  statements
*> are numbered batch-date-nnnn in contract order, so a rerun of
*> the same night reissues the same numbers.
  01 st-fs pic xx.
  77 bat-date pic 9(8).
  77 stmt-no pic 9(4) value zero.
  01 bl-tbl.
    03 bl-row occurs 5000.
      05 bl-sc   pic 9(3).
      05 bl-no   pic 9(9).
      05 bl-qty  pic 9(16).
      05 bl-amt  pic 9(16).
      05 bl-diff pic s9(1)v9999.
  77 bl-cnt pic 9(4) value zero.
  77 bl-ix pic 9(4).
  01 sc-tbl.
    03 sc-row occurs 500.
      05 sc-id     pic x(8).
      05 sc-hit    pic 9(3).
      05 sc-billed pic 9(5).
      05 sc-rej    pic 9(5).
      05 sc-done   pic x.
  77 sc-cnt pic 9(3) value zero.
  77 sc-ix pic 9(3).
  77 sc-cur pic 9(3).
  77 sub-qty pic 9(16).
  77 sub-amt pic 9(16).
  77 sub-diff pic s9(9)v9999.
  77 ed-qty pic z(15)9.
  77 ed-rate pic 9.9999.
  77 ed-cnt pic z(4)9.
*> the statement header carries the official batch date (BATCHDT)
  copy BATCHDPM.
  copy RPTHDTRL.
*> the datasets the run read and wrote, for the LINEAGE register;
*> each switch is set once its dataset has really opened
  copy LINEAGPM.
  77 cm-open pic x value 'N'.
  77 rj-open pic x value 'N'.
  77 st-open pic x value 'N'.
  77 save-rc pic s9(4) comp.

procedure division.
main.
  if cm-cnt = zero
    display 'CONTRMST ABSENT OR EMPTY - RUN ABANDONED'
    move 16 to return-code
    perform record-lineage
    stop run
  end-if.
  move today to bd-date.
  call 'BATCHDT' using bd-parm
    on exception
      move today to bd-date
  end-call.
  move bd-date to bat-date.

  open output rejects.
  if reje-fs not = '00'
      display 'REJECTS DATASET NOT USABLE, STATUS ' reje-fs
      move 16 to return-code
      perform record-lineage
      stop run
  end-if.
  move 'Y' to rj-open.

  perform until eof-sw = 'Y'
    move spaces to ab
  end-perform.

  close rejects.
  perform write-statements.

  move accdiff to ed-acc.
  display 'RUN ROUNDING DIFFERENCE ' ed-acc.
  else
    display 'RUN STATUS CLEAN'
  end-if.
  perform record-lineage
  stop run.

load-contracts.
  if cm-fs not = '00'
    exit paragraph
  end-if.
  move 'Y' to cm-open.
  perform until cm-eof = 'Y'
    read contrmst
      at end
            display 'CONTRMST EXCEEDS THE 200-ROW TABLE - '
                    'RUN ABANDONED'
            move 16 to return-code
            perform record-lineage
            stop run
          end-if
          move spaces to ctk1 ctk2 ctk3 ctk4

one-line.
  unstring ab delimited by space into tk1 tk2.
  move tk1 to contract.
  perform find-statement.
*> the quantity token is edited before the multiply; bad tokens and
*> unknown or expired contracts go to the REJECTS dataset and the
*> line is skipped instead of becoming a garbage line amount.
  move tk2 to en-token.
  perform check-token.
  if line-bad = 'Y'
    add 1 to sc-rej(sc-cur)
    exit paragraph
  end-if.
  perform find-contract.
  move cm-hit to sc-hit(sc-cur).
  if cm-hit = zero
    add 1 to sc-rej(sc-cur)
    add 1 to rejcnt
    move lineno to ed-line
    move space to rej-line
  move cm-rule(cm-hit) to linerule.
  if linerule not = 'TRUNC' and linerule not = 'HALFUP'
     and linerule not = 'BANKER'
    add 1 to sc-rej(sc-cur)
    add 1 to rejcnt
    move lineno to ed-line
    move space to rej-line
  move rnd to ans.
  move diff to ed-diff.
  display function trim(ans) ' DIFF ' ed-diff.
  perform keep-line.

keep-line.
*> a statement missing lines would short-bill the customer -
*> abandon the run instead of truncating
  if bl-cnt >= 5000
    display 'MORE THAN 5000 BILLED LINES - RUN ABANDONED'
    move 16 to return-code
    perform record-lineage
    stop run
  end-if.
  add 1 to bl-cnt.
  move sc-cur to bl-sc(bl-cnt).
  move lineno to bl-no(bl-cnt).
  move a to bl-qty(bl-cnt).
  move rnd to bl-amt(bl-cnt).
  move diff to bl-diff(bl-cnt).
  add 1 to sc-billed(sc-cur).

find-statement.
*> one statement per contract id seen on the deck, billed or not
  move zero to sc-cur.
  perform varying sc-ix from 1 by 1 until sc-ix > sc-cnt
    if sc-id(sc-ix) = contract
      move sc-ix to sc-cur
    end-if
  end-perform.
  if sc-cur = zero
    if sc-cnt >= 500
      display 'MORE THAN 500 CONTRACTS ON THE DECK - RUN ABANDONED'
      move 16 to return-code
      perform record-lineage
      stop run
    end-if
    add 1 to sc-cnt
    move sc-cnt to sc-cur
    move contract to sc-id(sc-cur)
    move zero to sc-hit(sc-cur) sc-billed(sc-cur) sc-rej(sc-cur)
    move 'N' to sc-done(sc-cur)
  end-if.

write-statements.
  open output statemnt.
  if st-fs not = '00'
    display 'STATEMNT DATASET NOT USABLE, STATUS ' st-fs
    move 16 to return-code
    exit paragraph
  end-if.
  move 'Y' to st-open.
  accept ht-ts-time from time.
  move bat-date to ht-h-date.
  move ht-ts-hhmmss to ht-h-time.
  move 'abc169c' to ht-h-program.
  move 'SYSIN' to ht-h-input.
  write st-line from ht-header.
*> statements go out in contract-id order: each pass takes the
*> lowest id not yet written
  perform sc-cnt times
    move zero to sc-cur
    perform varying sc-ix from 1 by 1 until sc-ix > sc-cnt
      if sc-done(sc-ix) = 'N'
        if sc-cur = zero
          move sc-ix to sc-cur
        else
          if sc-id(sc-ix) < sc-id(sc-cur)
            move sc-ix to sc-cur
          end-if
        end-if
      end-if
    end-perform
    move 'Y' to sc-done(sc-cur)
    perform one-statement
  end-perform.
  move stmt-no to ht-t-count.
  write st-line from ht-trailer.
  close statemnt.
  move stmt-no to ed-cnt.
  display ed-cnt ' STATEMENT(S) WRITTEN TO STATEMNT'.

one-statement.
  add 1 to stmt-no.
  move space to st-line.
  string 'STATEMENT ' bat-date '-' stmt-no
         '   BATCH DATE ' bat-date
    into st-line.
  write st-line.
  move space to st-line.
  if sc-hit(sc-cur) = zero
    string 'CONTRACT ' sc-id(sc-cur) '  NO RATE IN EFFECT'
      into st-line
  else
    move cm-rate(sc-hit(sc-cur)) to ed-rate
    string 'CONTRACT ' sc-id(sc-cur) '  RATE ' ed-rate
           '  RULE ' cm-rule(sc-hit(sc-cur))
           '  EFFECTIVE ' cm-eff(sc-hit(sc-cur))
      into st-line
  end-if.
  write st-line.
  move zero to sub-qty sub-amt sub-diff.
  perform varying bl-ix from 1 by 1 until bl-ix > bl-cnt
    if bl-sc(bl-ix) = sc-cur
      move bl-no(bl-ix) to ed-line
      move bl-qty(bl-ix) to ed-qty
      move bl-amt(bl-ix) to ans
      move bl-diff(bl-ix) to ed-diff
      move space to st-line
      string '  LINE ' ed-line ' QTY ' ed-qty ' AMOUNT ' ans
             ' DIFF ' ed-diff
        into st-line
      write st-line
      add bl-qty(bl-ix) to sub-qty
      add bl-amt(bl-ix) to sub-amt
      add bl-diff(bl-ix) to sub-diff
    end-if
  end-perform.
  move sc-billed(sc-cur) to ed-cnt.
  move sub-qty to ed-qty.
  move space to st-line.
  string '  SUBTOTAL ' ed-cnt ' LINE(S)  QTY ' ed-qty
    into st-line.
  write st-line.
  move sub-amt to ans.
  move sub-diff to ed-acc.
  move space to st-line.
  string '  SUBTOTAL AMOUNT ' ans '  ROUNDING DIFF ' ed-acc
    into st-line.
  write st-line.
*> the customer must see that lines were held back, not just get
*> a smaller bill
  if sc-rej(sc-cur) > zero
    move sc-rej(sc-cur) to ed-cnt
    move space to st-line
    string '  *** ' ed-cnt ' LINE(S) NOT BILLED - ON REJECTS ***'
      into st-line
    write st-line
  end-if.
  move space to st-line.
  write st-line.

check-token.
  call 'EDITNUM' using en-parm.
      into rej-line
    write rej-line
  end-if.

*> only the datasets the run got as far as opening are recorded;
*> the call clears return-code, so it is put back
record-lineage.
  move return-code to save-rc.
  move 'abc169c' to ln-program.
  move spaces to ln-start-time.
  move zero to ln-cnt.
  if cm-open = 'Y'
    add 1 to ln-cnt
    move 'CONTRMST' to ln-dsn(ln-cnt)
    move 'R' to ln-mode(ln-cnt)
  end-if.
  if rj-open = 'Y'
    add 1 to ln-cnt
    move 'REJECTS' to ln-dsn(ln-cnt)
    move 'W' to ln-mode(ln-cnt)
  end-if.
  if st-open = 'Y'
    add 1 to ln-cnt
    move 'STATEMNT' to ln-dsn(ln-cnt)
    move 'W' to ln-mode(ln-cnt)
  end-if.
  call 'LINEAGE' using ln-parm.
  move save-rc to return-code.
