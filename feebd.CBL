      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * County business-day routine                               *
*-----*-----------------------------------------------------------*
*     * feebd.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Called routine - the one place that knows when the        *
*     *      courthouse is open.  Fee entry, A/R, the posting     *
*     *      run and the night-run driver call it instead of      *
*     *      adding calendar days.  Weekends are closed and       *
*     *      weekdays open unless a 0020 calendar row in          *
*     *      ixcdfile.dat says otherwise; the rows are read       *
*     *      into a table on the first call and held for the      *
*     *      rest of the run.  The functions and the parameter    *
*     *      block are described in feebd.cpb.  Day of the week   *
*     *      comes from the day number of the date, so a date     *
*     *      anywhere in the calendar answers the same way.       *
*-----*-----------------------------------------------------------*

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.
/
       copy "IXCD.LIB".
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  ws-cal-load          pic  x(01) value space.
       01  ws-cal-cnt           pic  9(04) comp-x value zero.
       01  ws-cal-tbl.
           02 ws-cal-occ        occurs 600 times indexed by cal-ix.
              03 ws-cal-date    pic  9(08).
              03 ws-cal-open    pic  x(01).
              03 ws-cal-dow     pic  9(01).
              03 ws-cal-desc    pic  x(20).

       01  ws-wk-date           pic  9(08).
       01                       redefines
           ws-wk-date.
           02 ws-wk-cy          pic  9(04).
           02 ws-wk-mt          pic  9(02).
           02 ws-wk-dy          pic  9(02).
       01  ws-wk-open           pic  x(01).
       01  ws-wk-desc           pic  x(20).
       01  ws-wk-last-day       pic  9(02).
       01  ws-wk-qtnt           pic  9(04).
       01  ws-wk-rmdr           pic  9(04).
       01  ws-wk-leap           pic  x(01).
       01  ws-wk-days           pic s9(06).
       01  ws-guard             pic  9(03).

       01  ws-jd-a              pic  9(01).
       01  ws-jd-y              pic  9(05).
       01  ws-jd-m              pic  9(02).
       01  ws-jd-t1             pic  9(05).
       01  ws-jd-t2             pic  9(05).
       01  ws-jd-t3             pic  9(05).
       01  ws-jd-t4             pic  9(05).
       01  ws-jd-nmbr           pic  9(08).
       01  ws-jd-wrk            pic  9(08).
       01  ws-jd-qtnt           pic  9(08).
       01  ws-jd-dow            pic  9(01).
       01  ws-jd-frst           pic  9(08).
       01  ws-jd-span           pic  9(06).
       01  ws-jd-wks            pic  9(06).
       01  ws-jd-left           pic  9(01).
       01  ws-jd-k              pic  9(01).
/
       linkage section.

       copy "feebd.cpb".
/
       procedure division using bd-parm.

       declaratives.

       file-eror section.
           use after standard error procedure on ixcd-file.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
           else
                    display  "ixcdfile.dat error - status "
                    display  file-stts
                    stop     run.
       end      declaratives.
/
           if       ws-cal-load                not = "Y"
                    perform  load-cal.

           if       bd-func                    =     "O"
                    perform  func-open
           else
           if       bd-func                    =     "N"
                    perform  func-next
           else
           if       bd-func                    =     "P"
                    perform  func-prev
           else
           if       bd-func                    =     "L"
                    perform  func-last
           else
           if       bd-func                    =     "C"
                    perform  func-cnt
           else
           if       bd-func                    =     "W"
                    perform  func-dow.
           exit     program.

       load-cal.   *> every 0020 row, in date order, once per run
           move     "Y"                        to    ws-cal-load.
           move     zero                       to    ws-cal-cnt.
           open     input    ixcd-file.
           move     0020                       to    ic-cd-tp.
           move     low-value                  to    ic-id.
           move     space                      to    file-stts.
           start    ixcd-file
                    key  not <  ic-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  load-cal-rd
                    until    file-stts         =     "10".
           close    ixcd-file.

       load-cal-rd.
           read     ixcd-file
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      ic-cd-tp                   not = 0020
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      ic-id(1:8)                 is    numeric
           and      ws-cal-cnt                 <     600
                    perform  load-cal-row.

       load-cal-row.
           add      01                         to    ws-cal-cnt.
           set      cal-ix                     to    ws-cal-cnt.
           move     ic-id(1:8)                 to    ws-wk-date.
           perform  calc-dow.
           move     ws-wk-date                 to    ws-cal-date(cal-ix).
           move     ws-jd-dow                  to    ws-cal-dow(cal-ix).
           move     ic-desc                    to    ws-cal-desc(cal-ix).
           if       ic-locked                  =     "OPEN"
                    move     "Y"               to    ws-cal-open(cal-ix)
           else
                    move     "N"               to    ws-cal-open(cal-ix).
/
       func-open.
           move     bd-date                    to    ws-wk-date.
           perform  chck-open.
           move     ws-wk-open                 to    bd-open.
           move     ws-wk-desc                 to    bd-desc.

       func-next.
           move     bd-date                    to    ws-wk-date.
           move     zero                       to    ws-guard.
           move     "N"                        to    ws-wk-open.
           perform  next-open-day
                    until    ws-wk-open        =     "Y"
                    or       ws-guard          >     366.
           move     ws-wk-date                 to    bd-rslt-date.

       next-open-day.
           add      01                         to    ws-guard.
           perform  add-one-day.
           perform  chck-open.

       func-prev.
           move     bd-date                    to    ws-wk-date.
           move     zero                       to    ws-guard.
           move     "N"                        to    ws-wk-open.
           perform  prev-open-day
                    until    ws-wk-open        =     "Y"
                    or       ws-guard          >     366.
           move     ws-wk-date                 to    bd-rslt-date.

       prev-open-day.
           add      01                         to    ws-guard.
           perform  sub-one-day.
           perform  chck-open.

       func-last.   *> back from the calendar last day while it is closed -
                     *> zero if the whole month is closed
           move     bd-date                    to    ws-wk-date.
           perform  load-last-day.
           move     ws-wk-last-day             to    ws-wk-dy.
           perform  chck-open.
           perform  last-open-back
                    until    ws-wk-open        =     "Y"
                    or       ws-wk-dy          =     01.
           if       ws-wk-open                 =     "Y"
                    move     ws-wk-date        to    bd-rslt-date
           else
                    move     zero              to    bd-rslt-date.

       last-open-back.
           subtract 01                         from  ws-wk-dy.
           perform  chck-open.

       func-cnt.   *> calendar days less weekend days, then the calendar
                    *> rows in the span correct for holidays and openings
           move     zero                       to    bd-days.
           if       bd-date2                   >     bd-date
                    perform  func-cnt-span.

       func-cnt-span.
           move     bd-date                    to    ws-wk-date.
           perform  calc-jdn.
           move     ws-jd-nmbr                 to    ws-jd-frst.
           move     bd-date2                   to    ws-wk-date.
           perform  calc-jdn.
           compute  ws-jd-span                 =     ws-jd-nmbr - ws-jd-frst.
           divide   ws-jd-span                 by    07
                    giving   ws-jd-wks
                    remainder ws-jd-left.
           compute  ws-wk-days                 =     ws-jd-span - ws-jd-wks * 2.
           compute  ws-jd-frst                 =     ws-jd-frst + ws-jd-wks * 7.
           perform  func-cnt-left
                    varying  ws-jd-k           from  01   by   01
                    until    ws-jd-k           >     ws-jd-left.
           perform  func-cnt-row
                    varying  cal-ix            from  01   by   01
                    until    cal-ix            >     ws-cal-cnt.
           if       ws-wk-days                 <     zero
                    move     zero              to    bd-days
           else
                    move     ws-wk-days        to    bd-days.

       func-cnt-left.   *> the odd days past the last full week
           compute  ws-jd-wrk                  =     ws-jd-frst + ws-jd-k + 1.
           divide   ws-jd-wrk                  by    07
                    giving   ws-jd-qtnt
                    remainder ws-jd-dow.
           if       ws-jd-dow                  =     0
           or       ws-jd-dow                  =     6
                    subtract 01                from  ws-wk-days.

       func-cnt-row.
           if       ws-cal-date(cal-ix)        >     bd-date
           and      ws-cal-date(cal-ix)        not > bd-date2
                    if       ws-cal-open(cal-ix)
                                               =     "N"
                    and      ws-cal-dow(cal-ix)
                                               >     0
                    and      ws-cal-dow(cal-ix)
                                               <     6
                             subtract 01       from  ws-wk-days
                    else
                    if       ws-cal-open(cal-ix)
                                               =     "Y"
                    and     (ws-cal-dow(cal-ix)
                                               =     0
                    or       ws-cal-dow(cal-ix)
                                               =     6)
                             add      01       to    ws-wk-days.

       func-dow.
           move     bd-date                    to    ws-wk-date.
           perform  calc-dow.
           move     ws-jd-dow                  to    bd-days.
/
       chck-open.   *> weekday open / weekend closed, unless a row says not
           perform  calc-dow.
           if       ws-jd-dow                  =     0
           or       ws-jd-dow                  =     6
                    move     "N"               to    ws-wk-open
                    move     "WEEKEND"         to    ws-wk-desc
           else
                    move     "Y"               to    ws-wk-open
                    move     space             to    ws-wk-desc.
           set      cal-ix                     to    01.
           perform  chck-open-srch
                    varying  cal-ix            from  01   by   01
                    until    cal-ix            >     ws-cal-cnt
                    or       ws-cal-date(cal-ix)
                                               not < ws-wk-date.
           if       cal-ix                     not > ws-cal-cnt
           and      ws-cal-date(cal-ix)        =     ws-wk-date
                    move     ws-cal-open(cal-ix)
                                               to    ws-wk-open
                    move     ws-cal-desc(cal-ix)
                                               to    ws-wk-desc.

       chck-open-srch.
           continue.

       calc-jdn.   *> day number of ws-wk-date
           compute  ws-jd-a                    =     (14 - ws-wk-mt) / 12.
           compute  ws-jd-y                    =     ws-wk-cy + 4800 - ws-jd-a.
           compute  ws-jd-m                    =     ws-wk-mt + 12 * ws-jd-a - 3.
           compute  ws-jd-t1                   =     (153 * ws-jd-m + 2) / 5.
           divide   ws-jd-y                    by    4
                    giving   ws-jd-t2.
           divide   ws-jd-y                    by    100
                    giving   ws-jd-t3.
           divide   ws-jd-y                    by    400
                    giving   ws-jd-t4.
           compute  ws-jd-nmbr                 =     ws-wk-dy + ws-jd-t1
                                               +     365 * ws-jd-y
                                               +     ws-jd-t2 - ws-jd-t3
                                               +     ws-jd-t4 - 32045.

       calc-dow.   *> 0 Sunday thru 6 Saturday
           perform  calc-jdn.
           compute  ws-jd-wrk                  =     ws-jd-nmbr + 1.
           divide   ws-jd-wrk                  by    07
                    giving   ws-jd-qtnt
                    remainder ws-jd-dow.

       add-one-day.
           add      01                         to    ws-wk-dy.
           perform  load-last-day.
           if       ws-wk-dy                   >     ws-wk-last-day
                    move     01                to    ws-wk-dy
                    add      01                to    ws-wk-mt
                    if       ws-wk-mt          >     12
                             move     01       to    ws-wk-mt
                             add      01       to    ws-wk-cy.

       sub-one-day.
           if       ws-wk-dy                   >     01
                    subtract 01                from  ws-wk-dy
           else
                    if       ws-wk-mt          >     01
                             subtract 01       from  ws-wk-mt
                    else
                             move     12       to    ws-wk-mt
                             subtract 01       from  ws-wk-cy
                    end-if
                    perform  load-last-day
                    move     ws-wk-last-day    to    ws-wk-dy.

       load-last-day.
           if       ws-wk-mt                   =     04
           or       ws-wk-mt                   =     06
           or       ws-wk-mt                   =     09
           or       ws-wk-mt                   =     11
                    move     30                to    ws-wk-last-day
           else
           if       ws-wk-mt                   =     02
                    perform  load-leap-yr
                    if       ws-wk-leap        =     "Y"
                             move     29       to    ws-wk-last-day
                    else
                             move     28       to    ws-wk-last-day
                    end-if
           else
                    move     31                to    ws-wk-last-day.

       load-leap-yr.
           move     space                      to    ws-wk-leap.
           divide   ws-wk-cy                   by    4
                    giving   ws-wk-qtnt
                    remainder ws-wk-rmdr.
           if       ws-wk-rmdr                 =     zero
                    move     "Y"               to    ws-wk-leap
                    divide   ws-wk-cy          by    100
                             giving   ws-wk-qtnt
                             remainder ws-wk-rmdr
                    if       ws-wk-rmdr        =     zero
                             move     space    to    ws-wk-leap
                             divide   ws-wk-cy by    400
                                      giving   ws-wk-qtnt
                                      remainder ws-wk-rmdr
                             if       ws-wk-rmdr
                                               =     zero
                                      move     "Y"
                                               to    ws-wk-leap.
