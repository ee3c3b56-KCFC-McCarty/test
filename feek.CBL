      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * County calendar maintenance program                       *
*-----*-----------------------------------------------------------*
*     * feek.cbl             10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Loads and corrects the county business-day calendar       *
*     *      (0020 rows in ixcdfile.dat) a year at a time.  The   *
*     *      screen shows up to twenty dates for the year keyed - *
*     *      holidays and closures the courthouse is shut on a    *
*     *      weekday (C) and the odd weekend day it opens (O).    *
*     *      A year not yet on file is prefilled from the year    *
*     *      before with the same month and day, so the fixed     *
*     *      holidays carry over and only the floating ones need  *
*     *      keying.  Saving replaces the whole year.  Weekends   *
*     *      need no rows - they are closed unless opened here.   *
*     *      Restricted to supervisors (op-sprv) once the         *
*     *      operator file has records.                           *
*-----*-----------------------------------------------------------*

       special-names. crt status crt-status.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select opr-file   assign "\\kcffil01\clk\dat\oprfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   op-key
                             file status  file-stts.
/
       copy "IXCD.LIB".
/
       copy "oprfile.cpb".
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  crt-status.
           02 crt-s1            pic  9(01).
           02 crt-s2            pic  9(02) comp-x.
           02 crt-s3            pic  9(02) comp-x.

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  run-mode             pic  x(01).
       01  kb-ok                pic  x(01).
       01  nul-entry            pic  x(01).
       01  edt-mode             pic  x(30).

       01  kb-cal-yr            pic  9(04).
       01  kb-opr-id            pic  x(05).
       01  kb-pswd              pic  x(08).
       01  ws-opr-actv          pic  x(01).
       01  ws-op-sprv           pic  x(01).

       01  ws-ent-cnt           pic  9(02) comp-x.
       01  ws-ent-tbl.
           02 ws-ent-occ        occurs 20 times indexed by ent-ix ent-jx.
              03 kb-ent-date    pic  9(08).
              03 kb-ent-tp      pic  x(01).
              03 kb-ent-desc    pic  x(20).
       01  ws-ent-row           pic  9(02).
       01  ws-ent-at            pic  9(04).
       01  ws-ent-tp-at         pic  9(04).
       01  ws-ent-desc-at       pic  9(04).

       01  ws-cal-date          pic  9(08).
       01                       redefines
           ws-cal-date.
           02 ws-cal-cy         pic  9(04).
           02 ws-cal-mt         pic  9(02).
           02 ws-cal-dy         pic  9(02).
       01  ws-cal-prev-yr       pic  9(04).
       01  ws-cal-fnd           pic  x(01).
       01  ws-cal-vld           pic  x(01).
       01  ws-cal-done          pic  x(01).
       01  ws-cal-err           pic  x(50).
       01  ws-cal-last-day      pic  9(02).
       01  ws-cal-qtnt          pic  9(04).
       01  ws-cal-rmdr          pic  9(04).
/
       screen section.

       01  ss-dflt                            highlight
                                              blank screen
                                              background-color 01
                                              foreground-color 07.

       01  ss-hedr                            highlight
                                              background-color 02
                                              foreground-color 07.
           02 "feek         County Business-Day Calendar          "
                                              line  01     col 01.
           02 "                            ".

       01  ss-sign-titls                      highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Operator Id"                   line  05     col 05.
           02 "Password"                      line  06     col 05.
           02 "ESC to exit"                   line  03     col 05.

       01  ss-sign-flds                       highlight.
           02 ss-opr-id         pic x(05)     using kb-opr-id       auto
                                              line  05     col 25.
           02 ss-opr-pswd       pic x(08)     using kb-pswd
                                              secure
                                              line  06     col 25.

       01  ss-msg-no-opr                      highlight
                                              background-color 03
                                              foreground-color 06.
           02 " No active operator record or bad password - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-msg-no-sprv                     highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Calendar maintenance is for supervisors - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-key-titls                       highlight
                                              background-color 01
                                              foreground-color 02.
           02 "Calendar Year"                 line  03     col 05.
           02 "ESC to exit"                   line  03     col 60.
           02 "Date     T Description"        line  05     col 05.
           02 "Date     T Description"        line  05     col 42.
           02 "T = C closed weekday, O open weekend day, zero date clears"
                                              line  17     col 05.
           02 "OK to save (Y/N)"              line  19     col 05.

       01  ss-fld-yr            pic 9(04)     using kb-cal-yr
                                              highlight     auto
                                              line  03     col 25.

       01  ss-edt-mode          pic x(30)     from  edt-mode
                                              highlight
                                              background-color 01
                                              foreground-color 06
                                              line  03     col 30.

       01  ss-ok                pic x(01)     using kb-ok
                                              highlight
                                              line  19     col 25.

       01  ss-saved                           highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Calendar year saved - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-not-saved                       highlight
                                              background-color 03
                                              foreground-color 06.
           02 " Calendar year NOT saved - press any key "
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-cal-err                         highlight
                                              background-color 03
                                              foreground-color 06.
           02                   pic x(50)     from  ws-cal-err
                                              line  21     col 05.
           02                   pic x(01)     using nul-entry  auto  secure.

       01  ss-erase-err                       highlight
                                              background-color 01
                                              foreground-color 07.
           02 "                                                                      "
                                              line  21     col 05.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on ixcd-file
                                                 opr-file.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
           else
                    display  "file error - status "
                    display  file-stts
                    stop     run.
       end      declaratives.
/
           perform  init-prog.
           if       ws-op-sprv                 =     "Y"
                    perform  mntn-one
                             until    run-mode =     "E".
           close    ixcd-file.
           close    opr-file.
           stop     run.

       init-prog.
           move     space                      to    run-mode.
           open     i-o      ixcd-file.
           perform  open-opr-file.
           display  ss-dflt.
           display  ss-hedr.

           if       ws-opr-actv                =     "Y"
                    perform  opr-sign-on
                             until    ws-op-sprv    >    space
                             or       run-mode      =    "E"
           else
                    move     "Y"               to    ws-op-sprv.

           if       ws-op-sprv                 =     "N"
                    display  ss-msg-no-sprv
                    accept   ss-msg-no-sprv
                    move     "E"               to    run-mode.

       open-opr-file.   *> honor system only while the file is still empty
           move     space                      to    ws-opr-actv.
           move     space                      to    ws-op-sprv.
           open     input    opr-file.
           if       file-stts                  not = "00"
                    next sentence
           else
                    read     opr-file
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts         =     "00"
                             move     "Y"      to    ws-opr-actv.

       opr-sign-on.
           display  ss-sign-titls.
           move     space                      to    kb-opr-id.
           move     space                      to    kb-pswd.
           display  ss-sign-flds.
           accept   ss-opr-id.
           if       crt-s2                     =     zero
                    move     "E"               to    run-mode
           else
                    accept   ss-opr-pswd
                    perform  opr-sign-on-vldt.

       opr-sign-on-vldt.
           move     kb-opr-id                  to    op-clk-id.
           move     lock-stts                  to    file-stts.
           perform  read-opr-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
           and      op-stts                    =     "A"
           and     (op-pswd                    =     space
           or       op-pswd                    =     kb-pswd)
                    move     op-sprv           to    ws-op-sprv
           else
                    display  ss-msg-no-opr
                    accept   ss-msg-no-opr
                    display  ss-erase-err.

       read-opr-file.
           read     opr-file
                    invalid  key
                             move     "23"     to    file-stts.
/
       mntn-one.
           display  ss-dflt.
           display  ss-hedr.
           display  ss-key-titls.
           move     zero                       to    kb-cal-yr.
           move     space                      to    kb-ok.
           move     space                      to    edt-mode.
           display  ss-fld-yr.

           accept   ss-fld-yr.
           if       crt-s2                     =     zero
           or       kb-cal-yr                  =     zero
                    move     "E"               to    run-mode
           else
                    perform  load-yr
                    perform  shw-grid
                    move     space             to    ws-cal-done
                    perform  edit-grid
                             until    ws-cal-done
                                               =     "Y"
                    perform  save-yr.

       load-yr.   *> the year's rows, or last year's carried forward
           perform  cler-grid.
           move     kb-cal-yr                  to    ws-cal-cy.
           perform  load-yr-rows.
           if       ws-ent-cnt                 >     zero
                    move     "Changing year"   to    edt-mode
           else
                    compute  ws-cal-prev-yr    =     kb-cal-yr - 1
                    move     ws-cal-prev-yr    to    ws-cal-cy
                    perform  load-yr-rows
                    if       ws-ent-cnt        >     zero
                             move     "New year - carried forward"
                                               to    edt-mode
                             perform  load-yr-fwd
                                      varying  ent-ix
                                               from  01   by   01
                                      until    ent-ix
                                               >     ws-ent-cnt
                    else
                             move     "New year"
                                               to    edt-mode.
           display  ss-edt-mode.

       cler-grid.
           move     zero                       to    ws-ent-cnt.
           perform  cler-grid-row
                    varying  ent-ix            from  01   by   01
                    until    ent-ix            >     20.

       cler-grid-row.
           move     zero                       to    kb-ent-date(ent-ix).
           move     space                      to    kb-ent-tp(ent-ix).
           move     space                      to    kb-ent-desc(ent-ix).

       load-yr-rows.
           move     0020                       to    ic-cd-tp.
           move     space                      to    ic-id.
           move     ws-cal-cy                  to    ic-id(1:4).
           move     space                      to    file-stts.
           start    ixcd-file
                    key  not <  ic-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  load-yr-rd
                    until    file-stts         =     "10".

       load-yr-rd.
           read     ixcd-file
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (ic-cd-tp                   not = 0020
           or       ic-id(1:4)                 not = ws-cal-cy
           or       ws-ent-cnt                 not < 20)
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    add      01                to    ws-ent-cnt
                    set      ent-ix            to    ws-ent-cnt
                    move     ic-id(1:8)        to    kb-ent-date(ent-ix)
                    move     ic-desc           to    kb-ent-desc(ent-ix)
                    if       ic-locked         =     "OPEN"
                             move     "O"      to    kb-ent-tp(ent-ix)
                    else
                             move     "C"      to    kb-ent-tp(ent-ix).

       load-yr-fwd.   *> same month and day, next year
           move     kb-ent-date(ent-ix)        to    ws-cal-date.
           move     kb-cal-yr                  to    ws-cal-cy.
           move     ws-cal-date                to    kb-ent-date(ent-ix).

       shw-grid.
           perform  shw-grid-row
                    varying  ent-ix            from  01   by   01
                    until    ent-ix            >     20.

       shw-grid-row.
           perform  load-row-at.
           display  kb-ent-date(ent-ix)        at    ws-ent-at.
           display  kb-ent-tp(ent-ix)          at    ws-ent-tp-at.
           display  kb-ent-desc(ent-ix)        at    ws-ent-desc-at.

       load-row-at.   *> rows 1-10 down the left, 11-20 down the right
           set      ws-ent-row                 to    ent-ix.
           if       ws-ent-row                 >     10
                    compute  ws-ent-at         =     (ws-ent-row - 4) * 100 + 42
           else
                    compute  ws-ent-at         =     (ws-ent-row + 6) * 100 + 5.
           compute  ws-ent-tp-at               =     ws-ent-at + 9.
           compute  ws-ent-desc-at             =     ws-ent-at + 11.

       edit-grid.
           perform  edit-grid-row
                    varying  ent-ix            from  01   by   01
                    until    ent-ix            >     20.
           accept   ss-ok.
           if       kb-ok                      not = "Y"
                    move     "Y"               to    ws-cal-done
           else
                    perform  vldt-grid
                    if       ws-cal-vld        =     "Y"
                             move     "Y"      to    ws-cal-done
                    else
                             display  ss-cal-err
                             accept   ss-cal-err
                             display  ss-erase-err
                             move     space    to    kb-ok.

       edit-grid-row.
           perform  load-row-at.
           accept   kb-ent-date(ent-ix)        at    ws-ent-at.
           if       kb-ent-date(ent-ix)        =     zero
                    move     space             to    kb-ent-tp(ent-ix)
                    move     space             to    kb-ent-desc(ent-ix)
           else
                    if       kb-ent-tp(ent-ix) =     space
                             move     "C"      to    kb-ent-tp(ent-ix)
                    end-if
                    accept   kb-ent-tp(ent-ix) at    ws-ent-tp-at
                    accept   kb-ent-desc(ent-ix)
                                               at    ws-ent-desc-at.
           display  kb-ent-date(ent-ix)        at    ws-ent-at.
           display  kb-ent-tp(ent-ix)          at    ws-ent-tp-at.
           display  kb-ent-desc(ent-ix)        at    ws-ent-desc-at.

       vldt-grid.   *> the first bad row is reported; nothing is saved
                     *> until every row is right
           move     space                      to    ws-cal-err.
           perform  vldt-grid-row
                    varying  ent-ix            from  01   by   01
                    until    ent-ix            >     20
                    or       ws-cal-err        >     space.
           if       ws-cal-err                 =     space
                    move     "Y"               to    ws-cal-vld
           else
                    move     space             to    ws-cal-vld.

       vldt-grid-row.
           if       kb-ent-date(ent-ix)        not = zero
                    perform  vldt-grid-date.

       vldt-grid-date.
           move     kb-ent-date(ent-ix)        to    ws-cal-date.
           perform  load-cal-last-day.
           if       ws-cal-cy                  not = kb-cal-yr
                    move     " A date is not in the year being keyed "
                                               to    ws-cal-err
           else
           if       ws-cal-mt                  <     01
           or       ws-cal-mt                  >     12
           or       ws-cal-dy                  <     01
           or       ws-cal-dy                  >     ws-cal-last-day
                    move     " A date is not a real calendar date "
                                               to    ws-cal-err
           else
           if       kb-ent-tp(ent-ix)          not = "C"
           and      kb-ent-tp(ent-ix)          not = "O"
                    move     " Type must be C (closed) or O (open) "
                                               to    ws-cal-err
           else
                    perform  vldt-grid-wknd
                    if       ws-cal-err        =     space
                             perform  vldt-grid-dupl.

       vldt-grid-wknd.   *> a closed weekend or an opened weekday says nothing
           move     "W"                        to    bd-func.
           move     ws-cal-date                to    bd-date.
           call     "feebd"                    using bd-parm.
           if       kb-ent-tp(ent-ix)          =     "O"
           and      bd-days                    >     0
           and      bd-days                    <     6
                    move     " Only a Saturday or Sunday can be opened "
                                               to    ws-cal-err
           else
           if       kb-ent-tp(ent-ix)          =     "C"
           and     (bd-days                    =     0
           or       bd-days                    =     6)
                    move     " Weekends are already closed - clear the row "
                                               to    ws-cal-err.

       vldt-grid-dupl.
           perform  vldt-grid-dupl-one
                    varying  ent-jx            from  01   by   01
                    until    ent-jx            >     20.

       vldt-grid-dupl-one.
           if       ent-jx                     not = ent-ix
           and      kb-ent-date(ent-jx)        =     kb-ent-date(ent-ix)
                    move     " The same date is keyed twice "
                                               to    ws-cal-err.

       load-cal-last-day.
           if       ws-cal-mt                  =     04
           or       ws-cal-mt                  =     06
           or       ws-cal-mt                  =     09
           or       ws-cal-mt                  =     11
                    move     30                to    ws-cal-last-day
           else
           if       ws-cal-mt                  =     02
                    divide   ws-cal-cy         by    04
                             giving   ws-cal-qtnt
                             remainder ws-cal-rmdr
                    if       ws-cal-rmdr       =     zero
                             move     29       to    ws-cal-last-day
                    else
                             move     28       to    ws-cal-last-day
                    end-if
           else
                    move     31                to    ws-cal-last-day.
/
       save-yr.   *> the year is replaced as a set
           if       kb-ok                      =     "Y"
                    perform  dele-yr
                    perform  otpt-yr-row
                             varying  ent-ix   from  01   by   01
                             until    ent-ix   >     20
                    display  ss-saved
                    accept   ss-saved
           else
                    display  ss-not-saved
                    accept   ss-not-saved.
           display  ss-erase-err.

       dele-yr.
           move     "Y"                        to    ws-cal-fnd.
           perform  dele-yr-one
                    until    ws-cal-fnd        not = "Y".

       dele-yr-one.
           move     space                      to    ws-cal-fnd.
           move     0020                       to    ic-cd-tp.
           move     space                      to    ic-id.
           move     kb-cal-yr                  to    ic-id(1:4).
           move     space                      to    file-stts.
           start    ixcd-file
                    key  not <  ic-key
                    invalid  key
                             move     "10"     to    file-stts.
           if       file-stts                  not = "10"
                    read     ixcd-file
                             next
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    move     kb-cal-yr         to    ws-cal-cy
                    if       file-stts         =     "00"
                    and      ic-cd-tp          =     0020
                    and      ic-id(1:4)        =     ws-cal-cy
                             delete   ixcd-file record
                             move     "D"      to    rv-func
                             perform  rlog-ixcd
                             move     "Y"      to    ws-cal-fnd.

       otpt-yr-row.
           if       kb-ent-date(ent-ix)        not = zero
                    initialize index-code-record
                    move     0020              to    ic-cd-tp
                    move     kb-ent-date(ent-ix)
                                               to    ws-cal-date
                    move     ws-cal-date       to    ic-id(1:8)
                    move     kb-ent-desc(ent-ix)
                                               to    ic-desc
                    if       kb-ent-tp(ent-ix) =     "O"
                             move     "OPEN"   to    ic-locked
                    else
                             move     "CLOSED" to    ic-locked
                    end-if
                    write    index-code-record
                             invalid  key
                                      rewrite  index-code-record
                    end-write
                    move     "W"               to    rv-func
                    perform  rlog-ixcd.

       rlog-ixcd.   *> after-image for the forward-recovery log (feerv) -
                     *> only a change that took
           move     "IXCDFILE"                 to    rv-file.
           move     index-code-record          to    rv-rcrd.
           move     "FEEK"                     to    rv-prog.
           move     kb-opr-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.
