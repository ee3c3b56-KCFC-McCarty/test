      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Book close-out and continuity audit program               *
*-----*-----------------------------------------------------------*
*     * feebc.cbl            10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Closes out a full book once fee entry has rolled past     *
*     *      it.  The run walks the deed list (deedlist.dat)      *
*     *      over every page of the book against the fee          *
*     *      records and the document cross-reference             *
*     *      (dcmtxref.dat) and reports page gaps, overlaps,      *
*     *      pages consumed by voided documents and cross-        *
*     *      reference disagreements, prints the volume index     *
*     *      (pages, document, type and every party) for the      *
*     *      front of the bound book, and then - for a            *
*     *      supervisor, on confirmation - marks the book         *
*     *      closed: a 0021 row for the book and ic-clsd-bk on    *
*     *      the 0007 lock record, which fee entry checks so it   *
*     *      never hands out pages in the book again.  The        *
*     *      file-number audit runs the same continuity check     *
*     *      over the UCC/MVLS/MHLS numbers in filexrf.dat.       *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.

           select deed-list  assign "\\kcffil01\clk\dat\deedlist.dat"
                             organization indexed
                             access mode  dynamic
                             record key   deed-list-key
                             file status  file-stts.

           select dcmt-xref  assign "\\kcffil01\clk\dat\dcmtxref.dat"
                             organization indexed
                             access mode  random
                             record key   dcmt-xref-key
                             file status  file-stts.

           select fil-xrf    assign "\\kcffil01\clk\dat\filexrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   flx-key
                             file status  file-stts.

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

           select print-file assign prnt-path
                             file status  file-stts.

           select indx-file  assign indx-path
                             file status  file-stts.
/
       copy "FEE.LIB".
/
       copy "feeprty.cpb".
/
       copy "k:\clkx\src\deedlist.lib".
/
       copy "k:\clkx\src\dcmtxref.lib".
/
       copy "k:\clkx\src\filxrf.lib".
/
       copy "IXCD.LIB".
/
       copy "oprfile.cpb".
/
       fd  print-file.

       01  print-record         pic  x(100).

       fd  indx-file.

       01  indx-record          pic  x(100).
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  prnt-path            pic  x(60).
       01  indx-path            pic  x(60).

       01  sys-date.
           02 sys-yr            pic  9(02).
           02 sys-mt            pic  9(02).
           02 sys-dy            pic  9(02).

       01  ws-today             pic  9(08).
       01                       redefines
           ws-today.
           02 ws-today-cn       pic  9(02).
           02 ws-today-yr       pic  9(02).
           02 ws-today-mt       pic  9(02).
           02 ws-today-dy       pic  9(02).

       01  run-mode             pic  x(01).
       01  kb-choice            pic  x(01).
       01  kb-clk-id            pic  x(05).
       01  kb-pswd              pic  x(08).
       01  kb-ch                pic  x(01).
       01  kb-bk                pic  9(04).
       01  kb-ok                pic  x(01).
       01  kb-fl-tp             pic  x(05).
       01  kb-fl-from           pic  9(12).
       01  kb-fl-thru           pic  9(12).

       01  valid-clk-id         pic  x(01).
       01  ws-opr-actv          pic  x(01).
       01  ws-offc-name         pic  x(30).

*-----*-----------------------------------------------------------*
*     * book walk - ws-next-pg is the first page not yet claimed  *
*     *      by a document; a row with no fee record behind it    *
*     *      has an unknown length, so the gap test against the   *
*     *      next row is skipped                                  *
*-----*-----------------------------------------------------------*
       01  ws-bk-clsd           pic  x(01).
       01  ws-clsd-date         pic  9(08).
       01  ws-clsd-by           pic  x(05).
       01  ws-bk-tp             pic  9(02).
       01  ws-bk-tp-fnd         pic  x(01).
       01  ws-max-pgs           pic  9(04).
       01  ws-next-pg           pic  9(05).
       01  ws-last-pg           pic  9(05).
       01  ws-beg-pg            pic  9(05).
       01  ws-end-pg            pic  9(05).
       01  ws-thru-pg           pic  9(05).
       01  ws-prev-doc          pic  9(14).
       01  ws-prev-unkn         pic  x(01).
       01  ws-end-unkn          pic  x(01).
       01  ws-fee-fnd           pic  x(01).
       01  ws-void              pic  x(01).
       01  ws-doc-tp            pic  x(10).
       01  ws-bk-id             pic  x(10).

       01  ws-doc-cnt           pic  9(05).
       01  ws-void-cnt          pic  9(05).
       01  ws-void-pgs          pic  9(05).
       01  ws-gap-pgs           pic  9(05).
       01  ws-ovlp-pgs          pic  9(05).
       01  ws-excp-cnt          pic  9(05).
       01  ws-line-cnt          pic  9(03).
       01  ws-indx-pg-no        pic  9(04).

*-----*-----------------------------------------------------------*
*     * file-number walk                                          *
*-----*-----------------------------------------------------------*
       01  ws-fl-prev           pic  9(12).
       01  ws-fl-from           pic  9(12).
       01  ws-fl-thru           pic  9(12).
       01  ws-fl-miss           pic  9(12).
       01  ws-fl-cnt            pic  9(07).
       01  ws-fl-void-cnt       pic  9(07).
       01  ws-fl-gap-cnt        pic  9(12).
       01  ws-fl-excp-cnt       pic  9(07).
       01  ws-fl-take           pic  x(01).

       01  ws-prty-lbl          pic  x(08).
       01  ws-prty-tp           pic  x(01).
       01  ws-prty-name         pic  x(75).
       01  ws-prty-name-r       redefines
           ws-prty-name.
           02 ws-prty-frst      pic  x(25).
           02 ws-prty-midl      pic  x(25).
           02 ws-prty-last      pic  x(25).
       01  ws-prty-shw          pic  x(60).

       01  ws-rpt-line          pic  x(100).
       01  ws-pg-ed             pic  z(03)9.
       01  ws-pg-ed2            pic  z(03)9.
       01  ws-doc-ed            pic  z(13)9.
       01  ws-fl-ed             pic  z(11)9.
       01  ws-fl-ed2            pic  z(11)9.
       01  ws-cnt-ed            pic  z(06)9.

       copy "feerv.cpb".
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on fee-file
                                                 fee-prty
                                                 deed-list
                                                 dcmt-xref
                                                 fil-xrf
                                                 ixcd-file
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
           perform  slct-mode
                    until    run-mode          =     "E".
           perform  clos-fils.
           stop     run.

       init-prog.
           move     space                      to    run-mode.
           accept   sys-date                   from  date.
           move     sys-yr                     to    ws-today-yr.
           move     sys-mt                     to    ws-today-mt.
           move     sys-dy                     to    ws-today-dy.
           if       sys-yr                     >     90
                    move     19                to    ws-today-cn
           else
                    move     20                to    ws-today-cn.

           open     input    fee-file.
           open     input    fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     input   fee-prty.
           open     input    deed-list.
           open     input    dcmt-xref.
           open     input    fil-xrf.
           if       file-stts                  not = "00"
                    open     output  fil-xrf
                    close    fil-xrf
                    open     input   fil-xrf.
           open     i-o      ixcd-file.

           perform  open-opr-file.
           perform  load-local-official.

       open-opr-file.   *> honor system only while the file is still empty
           move     space                      to    ws-opr-actv.
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

       load-local-official.
           move     0002                       to    ic-cd-tp.
           move     "CLRK"                     to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     ic-offc-name      to    ws-offc-name
           else
                    move     space             to    ws-offc-name.
           perform  release-code-record.

       slct-mode.
           display  " ".
           display  "(B)ook close-out  (F)ile-number continuity audit  (E)xit".
           move     space                      to    kb-choice.
           accept   kb-choice.
           if       kb-choice                  =     "E"
           or       kb-choice                  =     space
                    move     "E"               to    run-mode
           else
           if       kb-choice                  =     "B"
                    perform  bkcl-run
           else
           if       kb-choice                  =     "F"
                    perform  flau-run.
/
*-----*-----------------------------------------------------------*
*     * supervisor sign-on - closing a book cannot be undone      *
*-----*-----------------------------------------------------------*
       entr-sprv.
           move     space                      to    valid-clk-id.
           move     space                      to    kb-clk-id.
           display  "Book close-out - supervisor clerk id (blank to exit): ".
           accept   kb-clk-id.
           if       kb-clk-id                  not = space
                    perform  entr-clrk-vldt.

       entr-clrk-vldt.
           move     0005                       to    ic-cd-tp.
           move     kb-clk-id                  to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    valid-clk-id
           else
                    display  "Clerk id not in the 0005 table".
           perform  release-code-record.
           if       valid-clk-id               =     "Y"
           and      ws-opr-actv                =     "Y"
                    perform  opr-sign-on.

       opr-sign-on.   *> operator record, password and the supervisor flag
           move     kb-clk-id                  to    op-clk-id.
           move     lock-stts                  to    file-stts.
           perform  read-opr-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
           or       op-stts                    not = "A"
                    move     space             to    valid-clk-id
                    display  "No active operator record - see a supervisor"
           else
           if       op-sprv                    not = "Y"
                    move     space             to    valid-clk-id
                    display  "Book close-out needs a supervisor"
           else
           if       op-pswd                    >     space
                    move     space             to    kb-pswd
                    display  "Password: "
                    accept   kb-pswd
                    if       kb-pswd           not = op-pswd
                             move     space    to    valid-clk-id
                             display  "Password does not match".

       read-opr-file.
           read     opr-file
                    invalid  key
                             move     "23"     to    file-stts.
/
*-----*-----------------------------------------------------------*
*     * book close-out                                            *
*-----*-----------------------------------------------------------*
       bkcl-run.
           perform  entr-sprv.
           if       valid-clk-id               not = "Y"
                    next sentence
           else
                    perform  entr-book
                    if       kb-bk             >     zero
                             perform  bkcl-book.

       entr-book.
           move     space                      to    kb-ch.
           move     zero                       to    kb-bk.
           display  "Courthouse: ".
           accept   kb-ch.
           display  "Book number (zero to exit): ".
           accept   kb-bk.

       bkcl-book.
           perform  chck-clsd-row.
           perform  bkcl-walk.
           if       ws-doc-cnt                 =     zero
                    display  "No deed-list pages for that book"
           else
           if       ws-bk-clsd                 =     "Y"
                    display  "Book already closed " ws-clsd-date
                             " by " ws-clsd-by
                    display  "- audit and volume index reprinted, book left as is"
           else
                    perform  bkcl-chck-lock.

       chck-clsd-row.
           move     space                      to    ws-bk-id.
           string   kb-ch                      delimited by size
                    kb-bk                      delimited by size
                                               into  ws-bk-id.
           move     space                      to    ws-bk-clsd.
           move     0021                       to    ic-cd-tp.
           move     ws-bk-id                   to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-bk-clsd
                    move     ic-nxt-doc-no     to    ws-clsd-date
                    move     ic-clk-name       to    ws-clsd-by.
           perform  release-code-record.

       bkcl-walk.
           move     space                      to    prnt-path.
           string   "\\kcffil01\clk\dat\bkau"  delimited by size
                    kb-ch                      delimited by size
                    kb-bk                      delimited by size
                    ".txt"                     delimited by size
                                               into  prnt-path.
           move     space                      to    indx-path.
           string   "\\kcffil01\clk\dat\bkix"  delimited by size
                    kb-ch                      delimited by size
                    kb-bk                      delimited by size
                    ".txt"                     delimited by size
                                               into  indx-path.
           open     output    print-file.
           open     output    indx-file.

           move     zero                       to    ws-doc-cnt.
           move     zero                       to    ws-void-cnt.
           move     zero                       to    ws-void-pgs.
           move     zero                       to    ws-gap-pgs.
           move     zero                       to    ws-ovlp-pgs.
           move     zero                       to    ws-excp-cnt.
           move     zero                       to    ws-max-pgs.
           move     zero                       to    ws-bk-tp.
           move     space                      to    ws-bk-tp-fnd.
           move     01                         to    ws-next-pg.
           move     zero                       to    ws-prev-doc.
           move     space                      to    ws-prev-unkn.
           move     zero                       to    ws-indx-pg-no.

           perform  bkau-hedr.
           perform  bkix-hedr.

           move     kb-ch                      to    deed-cort-hous.
           move     kb-bk                      to    deed-book.
           move     zero                       to    deed-page.
           move     space                      to    file-stts.
           start    deed-list
                    key  not <  deed-list-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  bkcl-walk-rd
                    until    file-stts         =     "10".

           move     ws-next-pg                 to    ws-last-pg.
           subtract 01                         from  ws-last-pg.
           if       ws-doc-cnt                 >     zero
                    perform  load-bk-lock
                    perform  bkau-tail.

           close    print-file.
           close    indx-file.
           if       ws-doc-cnt                 >     zero
                    display  "Continuity audit written to " prnt-path
                    display  "Volume index written to     " indx-path.

       bkcl-walk-rd.
           read     deed-list
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (deed-cort-hous             not = kb-ch
           or       deed-book                  not = kb-bk)
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  bkcl-one.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       bkcl-one.
           add      01                         to    ws-doc-cnt.
           move     deed-page                  to    ws-beg-pg.
           move     deed-dcmt-type             to    ws-doc-tp.
           perform  load-doc-pgs.
           perform  chck-pg-seq.
           perform  chck-dcmt-xref.
           if       ws-void                    =     "Y"
                    perform  bkau-void.
           perform  bkix-doc.

           if       ws-end-pg                  not < ws-next-pg
                    move     ws-end-pg         to    ws-next-pg
                    add      01                to    ws-next-pg.
           move     deed-dcmt                  to    ws-prev-doc.
           move     ws-end-unkn                to    ws-prev-unkn.

       load-doc-pgs.   *> the page range comes off the fee record; a
                        *> document recorded before fee entry has none
           move     space                      to    ws-end-unkn.
           move     space                      to    ws-void.
           move     ws-beg-pg                  to    ws-end-pg.
           move     deed-dcmt                  to    fr-doc-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-fee-fnd
           else
                    move     space             to    ws-fee-fnd.
           move     "00"                       to    file-stts.

           if       ws-fee-fnd                 not = "Y"
                    move     "Y"               to    ws-end-unkn
                    move     "no fee record - page count unknown"
                                               to    ws-rpt-line
                    perform  bkau-excp
           else
           if       fr-beg-bk                  =     kb-bk
           and      fr-beg-pg                  =     deed-page
           and      fr-end-bk                  =     kb-bk
                    move     fr-end-pg         to    ws-end-pg
           else
           if       fr-beg-bk                  =     kb-bk
           and      fr-beg-pg                  =     deed-page
                    move     ws-beg-pg         to    ws-end-pg
                    add      fr-no-pages       to    ws-end-pg
                    subtract 01                from  ws-end-pg
                    move     space             to    ws-rpt-line
                    string   "runs on into book " delimited by size
                             fr-end-bk         delimited by size
                                               into  ws-rpt-line
                    perform  bkau-excp
           else
                    move     space             to    ws-rpt-line
                    string   "fee record shows book/page "
                                               delimited by size
                             fr-beg-bk         delimited by size
                             "/"               delimited by size
                             fr-beg-pg         delimited by size
                                               into  ws-rpt-line
                    perform  bkau-excp.

           if       ws-fee-fnd                 =     "Y"
           and      ws-end-pg                  <     ws-beg-pg
                    move     ws-beg-pg         to    ws-end-pg.

           if       ws-fee-fnd                 =     "Y"
           and      ws-bk-tp-fnd               not = "Y"
                    move     fr-bk-to-rcd-in   to    ws-bk-tp
                    move     "Y"               to    ws-bk-tp-fnd.

           if       deed-dcmt-type             =     "VOID-VOID"
                    move     "Y"               to    ws-void
           else
           if       ws-fee-fnd                 =     "Y"
           and      fr-bkkp-cd                 =     "VOIDED"
                    move     "Y"               to    ws-void.

       chck-pg-seq.
           if       ws-beg-pg                  >     ws-next-pg
           and      ws-prev-unkn               not = "Y"
                    move     ws-beg-pg         to    ws-thru-pg
                    subtract 01                from  ws-thru-pg
                    compute  ws-gap-pgs        =     ws-gap-pgs
                                               +     ws-thru-pg
                                               -     ws-next-pg
                                               +     1
                    move     ws-next-pg        to    ws-pg-ed
                    move     ws-thru-pg        to    ws-pg-ed2
                    move     space             to    ws-rpt-line
                    string   "GAP      pages "  delimited by size
                             ws-pg-ed          delimited by size
                             " thru "          delimited by size
                             ws-pg-ed2         delimited by size
                             " claimed by no document"
                                               delimited by size
                                               into  ws-rpt-line
                    perform  bkau-line
                    add      01                to    ws-excp-cnt
           else
           if       ws-beg-pg                  <     ws-next-pg
                    move     ws-next-pg        to    ws-thru-pg
                    subtract 01                from  ws-thru-pg
                    if       ws-end-pg         <     ws-thru-pg
                             move  ws-end-pg   to    ws-thru-pg
                    end-if
                    compute  ws-ovlp-pgs       =     ws-ovlp-pgs
                                               +     ws-thru-pg
                                               -     ws-beg-pg
                                               +     1
                    move     ws-beg-pg         to    ws-pg-ed
                    move     ws-thru-pg        to    ws-pg-ed2
                    move     ws-prev-doc       to    ws-doc-ed
                    move     space             to    ws-rpt-line
                    string   "OVERLAP  pages "  delimited by size
                             ws-pg-ed          delimited by size
                             " thru "          delimited by size
                             ws-pg-ed2         delimited by size
                             " also claimed by doc# "
                                               delimited by size
                             ws-doc-ed         delimited by size
                                               into  ws-rpt-line
                    perform  bkau-line
                    add      01                to    ws-excp-cnt.

       chck-dcmt-xref.
           move     kb-ch                      to    dcmt-xref-lctn.
           move     deed-dcmt                  to    dcmt-xref-nmbr.
           read     dcmt-xref
                    invalid  key
                             move     "23"     to    file-stts.
           if       file-stts                  not = "00"
                    move     "not on the document cross-reference"
                                               to    ws-rpt-line
                    perform  bkau-excp
           else
           if       dcmt-xref-book             not = kb-bk
           or       dcmt-xref-page             not = deed-page
                    move     space             to    ws-rpt-line
                    string   "cross-reference shows book/page "
                                               delimited by size
                             dcmt-xref-book    delimited by size
                             "/"               delimited by size
                             dcmt-xref-page    delimited by size
                                               into  ws-rpt-line
                    perform  bkau-excp.
           move     "00"                       to    file-stts.

       load-bk-lock.   *> the book size off the type's 0007 row
           if       ws-bk-tp-fnd               =     "Y"
                    move     0007              to    ic-cd-tp
                    move     ws-bk-tp          to    ic-id
                    move     lock-stts         to    file-stts
                    perform  read-ixcd-file
                             until    file-stts
                                               not = lock-stts
                    if       file-stts         =     "00"
                             move  ic-max-pgs  to    ws-max-pgs
                    end-if
                    perform  release-code-record.

       bkcl-chck-lock.
           move     zero                       to    ic-lst-bk-used.
           if       ws-bk-tp-fnd               =     "Y"
                    move     0007              to    ic-cd-tp
                    move     ws-bk-tp          to    ic-id
                    move     lock-stts         to    file-stts
                    perform  read-ixcd-file
                             until    file-stts
                                               not = lock-stts.
           if       ws-bk-tp-fnd               not = "Y"
           or       file-stts                  not = "00"
                    display  "No fee-entry lock record for this book's type -"
                    display  "the book cannot be closed here"
           else
           if       ic-lst-bk-used             not > kb-bk
                    display  "Fee entry is still assigning pages in this book -"
                    display  "it can be closed once entry has rolled to the next"
           else
                    perform  bkcl-cnfm.
           perform  release-code-record.

       bkcl-cnfm.
           move     ws-excp-cnt                to    ws-cnt-ed.
           display  "Exceptions found: "       ws-cnt-ed.
           if       ws-excp-cnt                >     zero
                    display  "Close the book anyway - it cannot be reopened (Y/N) ? "
           else
                    display  "Close the book - it cannot be reopened (Y/N) ? ".
           move     space                      to    kb-ok.
           accept   kb-ok.
           if       kb-ok                      =     "Y"
                    perform  bkcl-mark
                    display  "Book closed".

       bkcl-mark.   *> the 0007 row for the type (still read and locked
                     *> from bkcl-chck-lock) first, then the book's row
           if       ic-clsd-bk                 not numeric
           or       ic-clsd-bk                 <     kb-bk
                    move     kb-bk             to    ic-clsd-bk
                    rewrite  index-code-record
                    move     "R"               to    rv-func
                    perform  rlog-ixcd.

           initialize index-code-record.
           move     0021                       to    ic-cd-tp.
           move     ws-bk-id                   to    ic-id.
           move     "Book closed"              to    ic-desc.
           move     "CLOSED"                   to    ic-locked.
           move     kb-ch                      to    ic-bk-tp-ch-lcn.
           move     ws-bk-tp                   to    ic-bk-to-rcd-in.
           move     kb-bk                      to    ic-lst-bk-used.
           move     ws-last-pg                 to    ic-lst-pg-used.
           move     ws-max-pgs                 to    ic-max-pgs.
           move     ws-today                   to    ic-nxt-doc-no.
           move     kb-clk-id                  to    ic-clk-name.
           write    index-code-record
                    invalid  key
                             rewrite  index-code-record.
           move     "W"                        to    rv-func.
           perform  rlog-ixcd.
/
       bkau-hedr.
           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "BOOK CLOSE-OUT CONTINUITY AUDIT - COURTHOUSE "
                                               delimited by size
                    kb-ch                      delimited by size
                    "  BOOK "                  delimited by size
                    kb-bk                      delimited by size
                    "  "                       delimited by size
                    ws-today                   delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.

       bkau-excp.   *> a finding against the current deed-list row
           move     ws-rpt-line                to    ws-prty-shw.
           move     deed-page                  to    ws-pg-ed.
           move     deed-dcmt                  to    ws-doc-ed.
           move     space                      to    ws-rpt-line.
           string   "DOCUMENT page "           delimited by size
                    ws-pg-ed                   delimited by size
                    "  doc# "                  delimited by size
                    ws-doc-ed                  delimited by size
                    "  "                       delimited by size
                    ws-prty-shw                delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           add      01                         to    ws-excp-cnt.

       bkau-void.
           add      01                         to    ws-void-cnt.
           compute  ws-void-pgs                =     ws-void-pgs
                                               +     ws-end-pg
                                               -     ws-beg-pg
                                               +     1.
           move     ws-beg-pg                  to    ws-pg-ed.
           move     ws-end-pg                  to    ws-pg-ed2.
           move     deed-dcmt                  to    ws-doc-ed.
           move     space                      to    ws-rpt-line.
           string   "VOID     pages "          delimited by size
                    ws-pg-ed                   delimited by size
                    " thru "                   delimited by size
                    ws-pg-ed2                  delimited by size
                    " consumed by voided doc# "
                                               delimited by size
                    ws-doc-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.

       bkau-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.

       bkau-tail.
           if       ws-max-pgs                 >     ws-last-pg
                    move     ws-last-pg        to    ws-thru-pg
                    add      01                to    ws-thru-pg
                    compute  ws-gap-pgs        =     ws-gap-pgs
                                               +     ws-max-pgs
                                               -     ws-last-pg
                    move     ws-thru-pg        to    ws-pg-ed
                    move     ws-max-pgs        to    ws-pg-ed2
                    move     space             to    ws-rpt-line
                    string   "GAP      pages "  delimited by size
                             ws-pg-ed          delimited by size
                             " thru "          delimited by size
                             ws-pg-ed2         delimited by size
                             " at the end of the book never used"
                                               delimited by size
                                               into  ws-rpt-line
                    perform  bkau-line
                    add      01                to    ws-excp-cnt.

           move     space                      to    print-record.
           write    print-record.
           move     ws-doc-cnt                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Documents in the book:      " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-last-pg                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Last page used:             " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-max-pgs                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Book size (0007 max pages): " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-gap-pgs                 to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Pages in gaps:              " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-ovlp-pgs                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Pages overlapped:           " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-void-cnt                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Voided documents:           " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-void-pgs                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Pages consumed by voids:    " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-excp-cnt                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Exceptions:                 " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
/
*-----*-----------------------------------------------------------*
*     * volume index - one entry per document in page order,      *
*     *      every grantor and grantee under it                   *
*-----*-----------------------------------------------------------*
       bkix-hedr.
           add      01                         to    ws-indx-pg-no.
           move     ws-offc-name               to    indx-record.
           if       ws-indx-pg-no              =     01
                    write    indx-record
           else
                    write    indx-record
                             after    advancing page.
           move     space                      to    ws-rpt-line.
           string   "INDEX TO BOOK "           delimited by size
                    kb-bk                      delimited by size
                    "  COURTHOUSE "            delimited by size
                    kb-ch                      delimited by size
                    "                                   PAGE "
                                               delimited by size
                    ws-indx-pg-no              delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    indx-record.
           write    indx-record.
           move     space                      to    indx-record.
           write    indx-record.
           move     "Pages      Document No     Type        Parties"
                                               to    indx-record.
           write    indx-record.
           move     space                      to    indx-record.
           write    indx-record.
           move     05                         to    ws-line-cnt.

       bkix-doc.
           if       ws-line-cnt                >     52
                    perform  bkix-hedr.
           move     ws-beg-pg                  to    ws-pg-ed.
           move     ws-end-pg                  to    ws-pg-ed2.
           move     deed-dcmt                  to    ws-doc-ed.
           if       ws-fee-fnd                 =     "Y"
           and      deed-dcmt-type             not = "VOID-VOID"
                    move     fr-doc-tp         to    ws-doc-tp.
           if       ws-void                    =     "Y"
                    move     "*** VOID ***"    to    ws-prty-shw
           else
           if       ws-fee-fnd                 not = "Y"
                    move     "(not on the fee file)"
                                               to    ws-prty-shw
           else
                    move     "GRANTOR"         to    ws-prty-lbl
                    move     fr-name-tp1       to    ws-prty-tp
                    move     fr-name1          to    ws-prty-name
                    perform  bld-prty-shw.
           move     space                      to    ws-rpt-line.
           string   ws-pg-ed                   delimited by size
                    "-"                        delimited by size
                    ws-pg-ed2                  delimited by size
                    "  "                       delimited by size
                    ws-doc-ed                  delimited by size
                    "  "                       delimited by size
                    ws-doc-tp                  delimited by size
                    "  "                       delimited by size
                    ws-prty-shw                delimited by size
                                               into  ws-rpt-line.
           perform  bkix-line.

           if       ws-fee-fnd                 =     "Y"
           and      ws-void                    not = "Y"
                    move     "GRANTEE"         to    ws-prty-lbl
                    move     fr-name-tp2       to    ws-prty-tp
                    move     fr-name2          to    ws-prty-name
                    perform  bkix-prty-line
                    perform  bkix-addl-prty.

       bkix-addl-prty.   *> parties past the first grantor and grantee
           move     fr-doc-no                  to    pt-doc-no.
           move     zero                       to    pt-seq.
           move     space                      to    file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  bkix-addl-prty-rd
                    until    file-stts         =     "10".
           move     "00"                       to    file-stts.

       bkix-addl-prty-rd.
           read     fee-prty
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      pt-doc-no                  not = fr-doc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    if       pt-party          =     "1"
                             move  "GRANTOR"   to    ws-prty-lbl
                    else
                             move  "GRANTEE"   to    ws-prty-lbl
                    end-if
                    move     pt-name-tp        to    ws-prty-tp
                    move     pt-name           to    ws-prty-name
                    perform  bkix-prty-line.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       bkix-prty-line.
           if       ws-line-cnt                >     54
                    perform  bkix-hedr.
           perform  bld-prty-shw.
           move     space                      to    ws-rpt-line.
           move     ws-prty-shw                to    ws-rpt-line(40:60).
           perform  bkix-line.

       bld-prty-shw.   *> persons print last, first middle
           move     space                      to    ws-prty-shw.
           if       ws-prty-tp                 =     "B"
                    string   ws-prty-lbl       delimited by size
                             " "               delimited by size
                             ws-prty-name      delimited by size
                                               into  ws-prty-shw
           else
                    string   ws-prty-lbl       delimited by size
                             " "               delimited by size
                             ws-prty-last      delimited by "  "
                             ", "              delimited by size
                             ws-prty-frst      delimited by "  "
                             " "               delimited by size
                             ws-prty-midl      delimited by "  "
                                               into  ws-prty-shw.

       bkix-line.
           move     ws-rpt-line                to    indx-record.
           write    indx-record.
           add      01                         to    ws-line-cnt.
/
*-----*-----------------------------------------------------------*
*     * file-number continuity audit                              *
*-----*-----------------------------------------------------------*
       flau-run.
           move     space                      to    kb-fl-tp.
           display  "File-number audit - type (UCC, MVLS, MHLS or blank for all): ".
           accept   kb-fl-tp.
           move     zero                       to    kb-fl-from.
           display  "From file number (zero for the first): ".
           accept   kb-fl-from.
           move     zero                       to    kb-fl-thru.
           display  "Thru file number (zero for the last): ".
           accept   kb-fl-thru.
           move     kb-fl-from                 to    ws-fl-from.
           move     kb-fl-thru                 to    ws-fl-thru.
           if       ws-fl-thru                 =     zero
                    move     999999999999      to    ws-fl-thru.

           move     space                      to    prnt-path.
           string   "\\kcffil01\clk\dat\flau"  delimited by size
                    ws-today                   delimited by size
                    ".txt"                     delimited by size
                                               into  prnt-path.
           open     output    print-file.

           move     ws-offc-name               to    print-record.
           write    print-record.
           move     space                      to    ws-rpt-line.
           string   "FILE-NUMBER CONTINUITY AUDIT  "
                                               delimited by size
                    kb-fl-tp                   delimited by size
                    "  "                       delimited by size
                    ws-today                   delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.

           move     zero                       to    ws-fl-prev.
           move     zero                       to    ws-fl-cnt.
           move     zero                       to    ws-fl-void-cnt.
           move     zero                       to    ws-fl-gap-cnt.
           move     zero                       to    ws-fl-excp-cnt.
           move     ws-fl-from                 to    flx-file-no.
           move     space                      to    file-stts.
           start    fil-xrf
                    key  not <  flx-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  flau-rd
                    until    file-stts         =     "10".

           perform  flau-tail.
           close    print-file.
           display  "File-number audit written to " prnt-path.

       flau-rd.
           read     fil-xrf
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      flx-file-no                >     ws-fl-thru
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  flau-slct
                    if       ws-fl-take        =     "Y"
                             perform  flau-one
                    end-if.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       flau-slct.   *> UCC covers every UCC type (UCC1, UCC3, UCC-SE ...)
           move     space                      to    ws-fl-take.
           if       kb-fl-tp                   =     space
                    move     "Y"               to    ws-fl-take
           else
           if       kb-fl-tp                   =     "UCC"
           and      flx-doc-tp(1:3)            =     "UCC"
                    move     "Y"               to    ws-fl-take
           else
           if       flx-doc-tp                 =     kb-fl-tp
                    move     "Y"               to    ws-fl-take.

       flau-one.
           add      01                         to    ws-fl-cnt.
           if       ws-fl-prev                 >     zero
           and      flx-file-no                >     ws-fl-prev + 1
                    compute  ws-fl-miss        =     flx-file-no
                                               -     ws-fl-prev
                                               -     1
                    add      ws-fl-miss        to    ws-fl-gap-cnt
                    compute  ws-fl-ed          =     ws-fl-prev + 1
                    compute  ws-fl-ed2         =     flx-file-no - 1
                    move     space             to    ws-rpt-line
                    string   "GAP      file numbers "
                                               delimited by size
                             ws-fl-ed          delimited by size
                             " thru "          delimited by size
                             ws-fl-ed2         delimited by size
                             " not on file"    delimited by size
                                               into  ws-rpt-line
                    perform  bkau-line
                    add      01                to    ws-fl-excp-cnt.
           move     flx-file-no                to    ws-fl-prev.

           if       flx-stts                   =     "V"
                    add      01                to    ws-fl-void-cnt
                    move     "consumed by a voided filing"
                                               to    ws-prty-shw
                    perform  flau-line.

           move     flx-doc-no                 to    fr-doc-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  not = "00"
                    move     "document not on the fee file"
                                               to    ws-prty-shw
                    perform  flau-excp
           else
           if       fr-file-no                 not = flx-file-no
                    move     fr-file-no        to    ws-fl-ed2
                    move     space             to    ws-prty-shw
                    string   "OVERLAP - document carries file number "
                                               delimited by size
                             ws-fl-ed2         delimited by size
                                               into  ws-prty-shw
                    perform  flau-excp
           else
           if       fr-bkkp-cd                 =     "VOIDED"
           and      flx-stts                   not = "V"
                    move     "document voided but the file number is still live"
                                               to    ws-prty-shw
                    perform  flau-excp.
           move     "00"                       to    file-stts.

       flau-excp.
           add      01                         to    ws-fl-excp-cnt.
           perform  flau-line.

       flau-line.
           move     flx-file-no                to    ws-fl-ed.
           move     flx-doc-no                 to    ws-doc-ed.
           move     space                      to    ws-rpt-line.
           string   "FILE NO "                 delimited by size
                    ws-fl-ed                   delimited by size
                    " "                        delimited by size
                    flx-doc-tp                 delimited by size
                    " doc# "                   delimited by size
                    ws-doc-ed                  delimited by size
                    "  "                       delimited by size
                    ws-prty-shw                delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.

       flau-tail.
           move     space                      to    print-record.
           write    print-record.
           move     ws-fl-cnt                  to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "File numbers on file:       " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-fl-gap-cnt              to    ws-fl-ed.
           move     space                      to    ws-rpt-line.
           string   "Numbers missing in gaps:    " delimited by size
                    ws-fl-ed                   delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-fl-void-cnt             to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Numbers consumed by voids:  " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
           move     ws-fl-excp-cnt             to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Exceptions:                 " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           perform  bkau-line.
/
       read-fee-file.
           read     fee-file
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       read-ixcd-file.
           read     ixcd-file
                    invalid key
                            move      "23"     to    file-stts.

       rlog-ixcd.   *> after-image for the forward-recovery log (feerv) -
                     *> only a change that took
           move     "IXCDFILE"                 to    rv-file.
           move     index-code-record          to    rv-rcrd.
           move     "FEEBC"                    to    rv-prog.
           move     kb-clk-id                  to    rv-user.
           if       file-stts                  =     "00"
                    call     "feerv"           using rv-parm.

       release-code-record.
           move     9999                       to    ic-cd-tp.
           move     "XXXXXXXXX"                to    ic-id.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.

       clos-fils.
           close    fee-file.
           close    fee-prty.
           close    deed-list.
           close    dcmt-xref.
           close    fil-xrf.
           close    ixcd-file.
           close    opr-file.
