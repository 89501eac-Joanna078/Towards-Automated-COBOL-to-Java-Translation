01 ed-bord pic z(18)9.
*> common numeric token edit shared by the unstring readers
copy EDITNMPM.
*> shop-standard completion record written through JOBLOG at EOJ;
*> records-out is every FLOORRPT line, subtotals included, the
*> count the balancing run ties to what BOMCOST reads back
copy JOBLOGPM.
*> and the datasets it read and wrote, for the LINEAGE register
copy LINEAGPM.
01 ts-date pic 9(8).
01 ts-time.
   03 ts-hhmmss pic 9(6).
   03 filler pic 9(2).
01 rpt-cnt pic 9(9) value zero.

procedure division.
main.
    accept ts-date from date yyyymmdd.
    accept ts-time from time.
*> facilities costs whole buildings now: every ROOMS record is
*> "building floor length width"; each room gets its interior and
*> border cell counts on FLOORRPT, with subtotals at each change of
    else
        display 'RUN STATUS CLEAN'
    end-if.
    move 'KYOPURO' to ln-program.
    move ts-hhmmss to ln-start-time.
    move 3 to ln-cnt.
    move 'ROOMS' to ln-dsn(1).
    move 'R' to ln-mode(1).
    move 'FLOORRPT' to ln-dsn(2).
    move 'W' to ln-mode(2).
    move 'REJECTS' to ln-dsn(3).
    move 'W' to ln-mode(3).
    call 'LINEAGE' using ln-parm.
    move 'KYOPURO' to jl-program.
    move ts-date to jl-start-date.
    move ts-hhmmss to jl-start-time.
    move lineno to jl-recs-in.
    move rpt-cnt to jl-recs-out.
    move 'NORMAL' to jl-status.
    call 'JOBLOG' using jl-parm.
    stop run.

one-room.
    string 'ROOM ' bldg ' ' flr ' INTERIOR ' ed-int
           ' BORDER ' ed-bord ' COVER ' covering into rpt-line.
    write rpt-line.
    add 1 to rpt-cnt.

floor-break.
    move flr-int to ed-int.
    string 'FLOOR TOTAL ' prev-bldg ' ' prev-flr
           ' INTERIOR ' ed-int ' BORDER ' ed-bord into rpt-line.
    write rpt-line.
    add 1 to rpt-cnt.
    add flr-int to bld-int.
    add flr-bord to bld-bord.
    move zero to flr-int flr-bord.
    string 'BUILDING TOTAL ' prev-bldg
           ' INTERIOR ' ed-int ' BORDER ' ed-bord into rpt-line.
    write rpt-line.
    add 1 to rpt-cnt.
    move zero to bld-int bld-bord.

check-token.
