      $set sourceformat"free"
      $set fileshare
*-----*-----------------------------------------------------------*
*     * Fee schedule revenue projection program                   *
*-----*-----------------------------------------------------------*
*     * feep.cbl             10/15/26    epa                      *
*-----*-----------------------------------------------------------*
*     * Answers the commission's "what will the new rate do to    *
*     *      our revenue" question.  Re-prices every document     *
*     *      recorded in a keyed past period (within one          *
*     *      calendar year) under a projected fee schedule and    *
*     *      prints what was actually charged against what the    *
*     *      same documents would have cost, by document type     *
*     *      and by fee component - state, clerk, affordable      *
*     *      housing, postage, additional page, transfer tax      *
*     *      and the recording fee.  Documents come off the       *
*     *      fees journal with the fee record behind each one     *
*     *      for the valuation and the void flag, and off the     *
*     *      feesjrnlCCYY / feefileCCYY archives when the year    *
*     *      has been moved out.  The projected schedule is       *
*     *      either the rows in indxcode.dat marked proposed      *
*     *      (types with none stay at today's rate) or the rows   *
*     *      in effect on a keyed future date.  The transfer-     *
*     *      tax column of a row is read as the rate per $1,000   *
*     *      of valuation; zero leaves the tax as charged.        *
*     *      Nothing is written to any data file.                 *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fee-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
                             record key   ic-key
                             file status  file-stts.

           select indx-code  assign "\\kcffil01\clk\dat\indxcode.dat"
                             organization indexed
                             access mode  dynamic
                             record key   indx-code-key
                             file status  file-stts.

           select fees-jrnl  assign "\\kcffil01\clk\dat\feesjrnl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   fees-jrnl-key
                             file status  file-stts.

           select arch-jrnl  assign arch-jrnl-path
                             organization indexed
                             access mode  dynamic
                             record key   arch-jrnl-key
                             file status  file-stts.

           select arch-fee   assign arch-fee-path
                             organization indexed
                             access mode  dynamic
                             record key   arch-fee-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.
/
       copy "FEE.LIB".
/
       copy "IXCD.LIB".
/
       copy "indxcode.cpb".
/
       copy "feesjrnl.cpb".
/
       copy "feesjrnl.cpb" replacing
                         leading ==fees-jrnl==  by ==arch-jrnl==.
/
       copy "FEE.LIB" replacing ==fee-file==   by ==arch-fee==
                                ==fee-record== by ==arch-fee-rcrd==
                                ==fee-key-r==  by ==arch-fee-key-r==
                                ==fee-key==    by ==arch-fee-key==
                                leading ==fr== by ==af==.
/
       fd  print-file.

       01  print-record         pic  x(132).
/
       working-storage section.

       01  file-stts.
           02 file-sts1         pic  9(01).
           02 file-sts2         pic  9(02) comp-x.

       01  lock-stts.
           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  prnt-path            pic  x(60) value "c:\temp\feeproj.txt".
       01  arch-jrnl-path       pic  x(60).
       01  arch-fee-path        pic  x(60).

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

       01  kb-from              pic  9(08).
       01                       redefines
           kb-from.
           02 kb-from-cy        pic  9(04).
           02 kb-from-mt        pic  9(02).
           02 kb-from-dy        pic  9(02).
       01                       redefines
           kb-from.
           02 kb-from-cn        pic  9(02).
           02 kb-from-yr        pic  9(02).
           02                   pic  9(04).
       01  kb-thru              pic  9(08).
       01                       redefines
           kb-thru.
           02 kb-thru-cy        pic  9(04).
           02                   pic  9(04).
       01  kb-mode              pic  x(01).
       01  kb-asof              pic  9(08).
       01  kb-ok                pic  x(01).

       01  ws-asof              pic  9(08).
       01  ws-arch-fnd          pic  x(01).
       01  ws-arch-fee-fnd      pic  x(01).
       01  ws-fee-fnd           pic  x(01).
       01  ws-doc-void          pic  x(01).
       01  ws-fish              pic  x(01).
       01  ws-row-fnd           pic  x(01).

*-----*-----------------------------------------------------------*
*     * the document being re-priced - loaded off the live or     *
*     *      the archive journal row so one set of paragraphs     *
*     *      prices both                                          *
*-----*-----------------------------------------------------------*
       01  ws-doc-tp            pic  x(05).
       01  ws-doc-cls           pic  x(02).
       01  ws-doc-ch            pic  x(01).
       01  ws-doc-pags          pic  9(03).
       01  ws-doc-valu          pic  9(10)v99.
       01  ws-cur-stat          pic s9(07)v99.
       01  ws-cur-clrk          pic s9(07)v99.
       01  ws-cur-afrd          pic s9(07)v99.
       01  ws-cur-pstg          pic s9(07)v99.
       01  ws-cur-adpg          pic s9(07)v99.
       01  ws-cur-ttax          pic s9(07)v99.
       01  ws-cur-rcdf          pic s9(07)v99.
       01  ws-cur-othr          pic s9(07)v99.
       01  ws-cur-totl          pic s9(07)v99.
       01  ws-prj-stat          pic s9(07)v99.
       01  ws-prj-clrk          pic s9(07)v99.
       01  ws-prj-afrd          pic s9(07)v99.
       01  ws-prj-pstg          pic s9(07)v99.
       01  ws-prj-adpg          pic s9(07)v99.
       01  ws-prj-ttax          pic s9(07)v99.
       01  ws-prj-rcdf          pic s9(07)v99.
       01  ws-prj-totl          pic s9(07)v99.
       01  ws-val-thou          pic  9(07).
       01  ws-val-rmdr          pic  9(03)v99.
       01  ws-addl-pags         pic  9(03).

       01  ws-tot-docs          pic  9(07).
       01  ws-void-cnt          pic  9(07).
       01  ws-no-rate-cnt       pic  9(07).
       01  ws-typ-drop-cnt      pic  9(05).
       01  ws-rpt-line          pic  x(132).
       01  ws-cmp-name          pic  x(20).
       01  ws-cmp-cur           pic s9(11)v99.
       01  ws-cmp-prj           pic s9(11)v99.
       01  ws-cmp-chg           pic s9(11)v99.
       01  ws-cnt-ed            pic  z(06)9.
       01  ws-tot-ed            pic  z(09)9.99-.
       01  ws-tot-ed2           pic  z(09)9.99-.
       01  ws-tot-ed3           pic  z(09)9.99-.

*-----*-----------------------------------------------------------*
*     * one entry per document type and recording courthouse -   *
*     *      the projected row is looked up once, on the type's   *
*     *      first document                                       *
*-----*-----------------------------------------------------------*
       01  ws-typ-cnt           pic  9(03) comp-x.
       01  ws-typ-tbl.
           02 ws-typ-occ        occurs 200 times indexed by typ-ix.
              03 ws-typ-code    pic  x(05).
              03 ws-typ-lctn    pic  x(01).
              03 ws-typ-rate    pic  x(01).
              03 ws-typ-r-rcdf  pic s9(07)v99.
              03 ws-typ-r-adpg  pic s9(07)v99.
              03 ws-typ-r-pstg  pic s9(07)v99.
              03 ws-typ-r-stat  pic s9(07)v99.
              03 ws-typ-r-clrk  pic s9(07)v99.
              03 ws-typ-r-afrd  pic s9(07)v99.
              03 ws-typ-r-ttax  pic s9(07)v99.
              03 ws-typ-docs    pic  9(07).
              03 ws-typ-c-stat  pic s9(11)v99.
              03 ws-typ-c-clrk  pic s9(11)v99.
              03 ws-typ-c-afrd  pic s9(11)v99.
              03 ws-typ-c-pstg  pic s9(11)v99.
              03 ws-typ-c-adpg  pic s9(11)v99.
              03 ws-typ-c-ttax  pic s9(11)v99.
              03 ws-typ-c-rcdf  pic s9(11)v99.
              03 ws-typ-c-totl  pic s9(11)v99.
              03 ws-typ-p-stat  pic s9(11)v99.
              03 ws-typ-p-clrk  pic s9(11)v99.
              03 ws-typ-p-afrd  pic s9(11)v99.
              03 ws-typ-p-pstg  pic s9(11)v99.
              03 ws-typ-p-adpg  pic s9(11)v99.
              03 ws-typ-p-ttax  pic s9(11)v99.
              03 ws-typ-p-rcdf  pic s9(11)v99.
              03 ws-typ-p-totl  pic s9(11)v99.
/
       procedure division.

       declaratives.

       file-eror section.
           use after standard error procedure on fee-file
                                                 ixcd-file
                                                 indx-code
                                                 fees-jrnl
                                                 arch-jrnl
                                                 arch-fee.
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
           perform  prj-scan.
           perform  prj-arch-scan.
           perform  prj-print.
           perform  clos-fils.
           stop     run.

       init-prog.
           move     zero                       to    ws-typ-cnt.
           move     zero                       to    ws-typ-drop-cnt.
           move     zero                       to    ws-tot-docs.
           move     zero                       to    ws-void-cnt.
           move     zero                       to    ws-no-rate-cnt.
           move     space                      to    ws-arch-fnd.
           move     space                      to    ws-arch-fee-fnd.

           accept   sys-date                   from  date.
           move     sys-yr                     to    ws-today-yr.
           move     sys-mt                     to    ws-today-mt.
           move     sys-dy                     to    ws-today-dy.
           if       sys-yr                     >     90
                    move     19                to    ws-today-cn
           else
                    move     20                to    ws-today-cn.

           move     space                      to    kb-ok.
           perform  entr-period
                    until    kb-ok             =     "Y".
           move     space                      to    kb-ok.
           perform  entr-mode
                    until    kb-ok             =     "Y".

           move     space                      to    arch-jrnl-path.
           string   "\\kcffil01\clk\dat\feesjrnl"
                                               delimited by size
                    kb-from-cy                 delimited by size
                    ".dat"                     delimited by size
                                               into  arch-jrnl-path.
           move     space                      to    arch-fee-path.
           string   "\\kcffil01\clk\dat\feefile"
                                               delimited by size
                    kb-from-cy                 delimited by size
                    ".dat"                     delimited by size
                                               into  arch-fee-path.

           open     input    fee-file.
           open     input    ixcd-file.
           open     input    indx-code.
           open     input    fees-jrnl.

       entr-period.
           move     zero                       to    kb-from.
           move     zero                       to    kb-thru.
           display  "Revenue projection - re-price documents recorded".
           display  "from (ccyymmdd): ".
           accept   kb-from.
           display  "thru (ccyymmdd): ".
           accept   kb-thru.
           if       kb-from                    =     zero
           or       kb-thru                    <     kb-from
                    display  "Thru date must be on or after the from date"
           else
           if       kb-thru-cy                 not = kb-from-cy
                    display  "Keep the period within one calendar year"
           else
           if       kb-thru                    >     ws-today
                    display  "The period must already be past"
           else
                    move     "Y"               to    kb-ok.

       entr-mode.
           move     space                      to    kb-mode.
           display  "Project with (P)roposed rows, or the rows in effect".
           display  "(A)s of a future date: ".
           accept   kb-mode.
           if       kb-mode                    =     "P"
                    move     ws-today          to    ws-asof
                    move     "Y"               to    kb-ok
           else
           if       kb-mode                    =     "A"
                    move     zero              to    kb-asof
                    display  "Effective as of (ccyymmdd): "
                    accept   kb-asof
                    if       kb-asof           >     zero
                             move  kb-asof     to    ws-asof
                             move  "Y"         to    kb-ok
                    end-if.
/
*-----*-----------------------------------------------------------*
*     * live journal for the period                               *
*-----*-----------------------------------------------------------*
       prj-scan.
           move     kb-from-yr                 to    fees-jrnl-year.
           move     kb-from-mt                 to    fees-jrnl-mnth.
           move     kb-from-dy                 to    fees-jrnl-days.
           move     zero                       to    fees-jrnl-code.
           move     zero                       to    fees-jrnl-sqnc.

           move     space                      to    file-stts.
           start    fees-jrnl
                    key  not <  fees-jrnl-key
                    invalid  key
                             move     "10"     to    file-stts.

           perform  prj-scan-rd
                    until    file-stts         =     "10".

       prj-scan-rd.
           read     fees-jrnl
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      fees-jrnl-year             not = kb-from-yr
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      fees-jrnl-date             >     kb-thru
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      fees-jrnl-date             not < kb-from
           and      fees-jrnl-sqnc             <     900000
                    perform  prj-live-doc.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       prj-live-doc.   *> the void path keeps the journal row - the fee
                        *> record's VOIDED flag decides
           move     space                      to    ws-fee-fnd.
           move     space                      to    ws-doc-void.
           move     zero                       to    ws-doc-valu.
           move     fees-jrnl-code             to    fr-doc-cnty.
           move     fees-jrnl-year             to    fr-doc-no-yr.
           move     fees-jrnl-mnth             to    fr-doc-no-mt.
           move     fees-jrnl-days             to    fr-doc-no-dy.
           move     fees-jrnl-sqnc             to    fr-doc-daily-no.
           move     lock-stts                  to    file-stts.
           perform  read-fee-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-fee-fnd
                    move     fr-valuation      to    ws-doc-valu
                    if       fr-bkkp-cd        =     "VOIDED"
                             move     "Y"      to    ws-doc-void.

           if       ws-doc-void                =     "Y"
                    add      01                to    ws-void-cnt
           else
                    move     fees-jrnl-dcmt-code to  ws-doc-tp
                    move     fees-jrnl-dcmt-clas to  ws-doc-cls
                    move     fees-jrnl-rcrd-cort to  ws-doc-ch
                    move     fees-jrnl-page-cntr to  ws-doc-pags
                    move     fees-jrnl-stat    to    ws-cur-stat
                    move     fees-jrnl-clrk    to    ws-cur-clrk
                    move     fees-jrnl-afrd-hous to  ws-cur-afrd
                    move     fees-jrnl-clrk-pstg to  ws-cur-pstg
                    move     fees-jrnl-adtl-page to  ws-cur-adpg
                    move     fees-jrnl-xfer-taxs to  ws-cur-ttax
                    move     fees-jrnl-rcrd-fees to  ws-cur-rcdf
                    move     fees-jrnl-totl-amnt to  ws-cur-totl
                    compute  ws-cur-othr       =     fees-jrnl-plty-amnt
                                               +     fees-jrnl-adtl-fees
                    perform  prj-one-doc.

/
*-----*-----------------------------------------------------------*
*     * archive journal for the period, when the year has been    *
*     *      moved out of the live files                          *
*-----*-----------------------------------------------------------*
       prj-arch-scan.
           open     input    arch-jrnl.
           if       file-stts                  not = "00"
                    next sentence
           else
                    move     "Y"               to    ws-arch-fnd
                    open     input    arch-fee
                    if       file-stts         =     "00"
                             move     "Y"      to    ws-arch-fee-fnd
                    end-if
                    perform  prj-arch-scan-proc
                    close    arch-jrnl
                    if       ws-arch-fee-fnd   =     "Y"
                             close    arch-fee.

       prj-arch-scan-proc.
           move     kb-from-yr                 to    arch-jrnl-year.
           move     kb-from-mt                 to    arch-jrnl-mnth.
           move     kb-from-dy                 to    arch-jrnl-days.
           move     zero                       to    arch-jrnl-code.
           move     zero                       to    arch-jrnl-sqnc.

           move     space                      to    file-stts.
           start    arch-jrnl
                    key  not <  arch-jrnl-key
                    invalid  key
                             move     "10"     to    file-stts.

           perform  prj-arch-scan-rd
                    until    file-stts         =     "10".

       prj-arch-scan-rd.
           read     arch-jrnl
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      arch-jrnl-year             not = kb-from-yr
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      arch-jrnl-date             >     kb-thru
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      arch-jrnl-date             not < kb-from
           and      arch-jrnl-sqnc             <     900000
                    perform  prj-arch-doc.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       prj-arch-doc.   *> with no fee archive on file the valuation is
                        *> unknown and the transfer tax stays as charged
           move     space                      to    ws-fee-fnd.
           move     space                      to    ws-doc-void.
           move     zero                       to    ws-doc-valu.
           if       ws-arch-fee-fnd            =     "Y"
                    move     arch-jrnl-code    to    af-doc-cnty
                    move     arch-jrnl-year    to    af-doc-no-yr
                    move     arch-jrnl-mnth    to    af-doc-no-mt
                    move     arch-jrnl-days    to    af-doc-no-dy
                    move     arch-jrnl-sqnc    to    af-doc-daily-no
                    move     lock-stts         to    file-stts
                    perform  read-arch-fee
                             until  file-stts  not = lock-stts
                    if       file-stts         =     "00"
                             move  "Y"         to    ws-fee-fnd
                             move  af-valuation
                                               to    ws-doc-valu
                             if    af-bkkp-cd  =     "VOIDED"
                                   move  "Y"   to    ws-doc-void.

           if       ws-doc-void                =     "Y"
                    add      01                to    ws-void-cnt
           else
                    move     arch-jrnl-dcmt-code to  ws-doc-tp
                    move     arch-jrnl-dcmt-clas to  ws-doc-cls
                    move     arch-jrnl-rcrd-cort to  ws-doc-ch
                    move     arch-jrnl-page-cntr to  ws-doc-pags
                    move     arch-jrnl-stat    to    ws-cur-stat
                    move     arch-jrnl-clrk    to    ws-cur-clrk
                    move     arch-jrnl-afrd-hous to  ws-cur-afrd
                    move     arch-jrnl-clrk-pstg to  ws-cur-pstg
                    move     arch-jrnl-adtl-page to  ws-cur-adpg
                    move     arch-jrnl-xfer-taxs to  ws-cur-ttax
                    move     arch-jrnl-rcrd-fees to  ws-cur-rcdf
                    move     arch-jrnl-totl-amnt to  ws-cur-totl
                    compute  ws-cur-othr       =     arch-jrnl-plty-amnt
                                               +     arch-jrnl-adtl-fees
                    perform  prj-one-doc.
/
*-----*-----------------------------------------------------------*
*     * re-price one document the way fee entry prices it         *
*     *      (calc-dflt-fee / calc-trnsf-tax)                     *
*-----*-----------------------------------------------------------*
       prj-one-doc.
           perform  prj-typ-srch.
           if       typ-ix                     >     ws-typ-cnt
                    add      01                to    ws-typ-drop-cnt
           else
                    perform  prj-price
                    perform  prj-accum.
           add      01                         to    ws-tot-docs.

       prj-price.
           if       ws-typ-rate(typ-ix)        not = "Y"
                    add      01                to    ws-no-rate-cnt
                    move     ws-cur-stat       to    ws-prj-stat
                    move     ws-cur-clrk       to    ws-prj-clrk
                    move     ws-cur-afrd       to    ws-prj-afrd
                    move     ws-cur-pstg       to    ws-prj-pstg
                    move     ws-cur-adpg       to    ws-prj-adpg
                    move     ws-cur-ttax       to    ws-prj-ttax
                    move     ws-cur-rcdf       to    ws-prj-rcdf
                    move     ws-cur-totl       to    ws-prj-totl
           else
                    perform  prj-price-row.

       prj-price-row.
           perform  chck-fish.
           move     ws-typ-r-stat(typ-ix)      to    ws-prj-stat.
           move     ws-typ-r-clrk(typ-ix)      to    ws-prj-clrk.
           move     ws-typ-r-afrd(typ-ix)      to    ws-prj-afrd.
           move     ws-typ-r-pstg(typ-ix)      to    ws-prj-pstg.
           if       ws-fish                    =     "Y"
                    multiply ws-doc-pags       by    ws-typ-r-rcdf(typ-ix)
                                               giving ws-prj-rcdf rounded
                    move     zero              to    ws-prj-adpg
                    move     zero              to    ws-prj-ttax
           else
                    move     ws-typ-r-rcdf(typ-ix) to ws-prj-rcdf
                    perform  prj-price-adpg
                    perform  prj-price-ttax.
           compute  ws-prj-totl                =     ws-prj-rcdf
                                               +     ws-prj-adpg
                                               +     ws-prj-pstg
                                               +     ws-cur-othr
                                               +     ws-prj-ttax.

       prj-price-adpg.
           if       ws-doc-pags                >     03
                    move     ws-doc-pags       to    ws-addl-pags
                    subtract 03                from  ws-addl-pags
                    multiply ws-addl-pags      by    ws-typ-r-adpg(typ-ix)
                                               giving ws-prj-adpg rounded
           else
                    move     zero              to    ws-prj-adpg.

       prj-price-ttax.   *> untaxed (or exempt) documents stay untaxed; a
                          *> document with no valuation on file, or a row
                          *> with no rate, keeps the tax it was charged
           if       ws-cur-ttax                =     zero
                    move     zero              to    ws-prj-ttax
           else
           if       ws-typ-r-ttax(typ-ix)      =     zero
           or       ws-doc-valu                =     zero
                    move     ws-cur-ttax       to    ws-prj-ttax
           else
                    divide   ws-doc-valu       by    1000
                             giving   ws-val-thou
                             remainder ws-val-rmdr
                    multiply ws-val-thou       by    ws-typ-r-ttax(typ-ix)
                                               giving ws-prj-ttax rounded
                    if       ws-val-rmdr       >     zero
                    and      ws-val-rmdr       <     501
                             compute  ws-prj-ttax rounded
                                               =     ws-prj-ttax
                                               +     ws-typ-r-ttax(typ-ix) / 2
                    else
                    if       ws-val-rmdr       >     500
                             add      ws-typ-r-ttax(typ-ix)
                                               to    ws-prj-ttax.

       chck-fish.   *> licence types and class 99 price per unit, with no
                     *> additional-page fee or transfer tax
           move     space                      to    ws-fish.
           if       ws-doc-tp                  =     "COMBO"
           or       ws-doc-tp                  =     "HUNT"
           or       ws-doc-tp                  =     "FISH"
           or       ws-doc-tp                  =     "FSHJT"
           or       ws-doc-tp                  =     "HNTJR"
           or       ws-doc-tp                  =     "HNTNR"
           or       ws-doc-tp                  =     "HNT5"
           or       ws-doc-tp                  =     "FSHNR"
           or       ws-doc-tp                  =     "FSH3"
           or       ws-doc-tp                  =     "FSH15"
           or       ws-doc-tp                  =     "DEER"
           or       ws-doc-tp                  =     "DEERJR"
           or       ws-doc-tp                  =     "TURKEY"
           or       ws-doc-tp                  =     "TROUT"
           or       ws-doc-tp                  =     "DUCK"
           or       ws-doc-cls                 =     "99"
                    move     "Y"               to    ws-fish.

       prj-accum.
           add      01                         to    ws-typ-docs(typ-ix).
           add      ws-cur-stat                to    ws-typ-c-stat(typ-ix).
           add      ws-cur-clrk                to    ws-typ-c-clrk(typ-ix).
           add      ws-cur-afrd                to    ws-typ-c-afrd(typ-ix).
           add      ws-cur-pstg                to    ws-typ-c-pstg(typ-ix).
           add      ws-cur-adpg                to    ws-typ-c-adpg(typ-ix).
           add      ws-cur-ttax                to    ws-typ-c-ttax(typ-ix).
           add      ws-cur-rcdf                to    ws-typ-c-rcdf(typ-ix).
           add      ws-cur-totl                to    ws-typ-c-totl(typ-ix).
           add      ws-prj-stat                to    ws-typ-p-stat(typ-ix).
           add      ws-prj-clrk                to    ws-typ-p-clrk(typ-ix).
           add      ws-prj-afrd                to    ws-typ-p-afrd(typ-ix).
           add      ws-prj-pstg                to    ws-typ-p-pstg(typ-ix).
           add      ws-prj-adpg                to    ws-typ-p-adpg(typ-ix).
           add      ws-prj-ttax                to    ws-typ-p-ttax(typ-ix).
           add      ws-prj-rcdf                to    ws-typ-p-rcdf(typ-ix).
           add      ws-prj-totl                to    ws-typ-p-totl(typ-ix).
/
*-----*-----------------------------------------------------------*
*     * document-type table and the projected row behind each     *
*     *      entry                                                *
*-----*-----------------------------------------------------------*
       prj-typ-srch.
           set      typ-ix                     to    01.
           perform  prj-typ-srch-nxt
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt
                    or      (ws-typ-code(typ-ix)     =  ws-doc-tp
                    and      ws-typ-lctn(typ-ix)     =  ws-doc-ch).
           if       typ-ix                     >     ws-typ-cnt
           and      ws-typ-cnt                 <     200
                    add      01                to    ws-typ-cnt
                    set      typ-ix            to    ws-typ-cnt
                    perform  prj-typ-new.

       prj-typ-srch-nxt.
           continue.

       prj-typ-new.
           move     ws-doc-tp                  to    ws-typ-code(typ-ix).
           move     ws-doc-ch                  to    ws-typ-lctn(typ-ix).
           move     space                      to    ws-typ-rate(typ-ix).
           move     zero                       to    ws-typ-docs(typ-ix).
           move     zero                       to    ws-typ-c-stat(typ-ix).
           move     zero                       to    ws-typ-c-clrk(typ-ix).
           move     zero                       to    ws-typ-c-afrd(typ-ix).
           move     zero                       to    ws-typ-c-pstg(typ-ix).
           move     zero                       to    ws-typ-c-adpg(typ-ix).
           move     zero                       to    ws-typ-c-ttax(typ-ix).
           move     zero                       to    ws-typ-c-rcdf(typ-ix).
           move     zero                       to    ws-typ-c-totl(typ-ix).
           move     zero                       to    ws-typ-p-stat(typ-ix).
           move     zero                       to    ws-typ-p-clrk(typ-ix).
           move     zero                       to    ws-typ-p-afrd(typ-ix).
           move     zero                       to    ws-typ-p-pstg(typ-ix).
           move     zero                       to    ws-typ-p-adpg(typ-ix).
           move     zero                       to    ws-typ-p-ttax(typ-ix).
           move     zero                       to    ws-typ-p-rcdf(typ-ix).
           move     zero                       to    ws-typ-p-totl(typ-ix).

           move     space                      to    ws-row-fnd.
           if       kb-mode                    =     "P"
                    perform  load-prps-row.
           if       ws-row-fnd                 not = "Y"
                    perform  load-live-row.
           if       ws-row-fnd                 not = "Y"
                    perform  load-0006-row.

       load-prps-row.   *> the latest proposed row for the type
           perform  load-row-strt.
           perform  load-prps-row-rd
                    until    file-stts         =     "10".

       load-prps-row-rd.
           read     indx-code
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (indx-code-valu             not = ws-doc-tp
           or       indx-cort-hous             not = ws-doc-ch)
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      indx-prpsd                 =     "Y"
                    perform  load-row-vals.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       load-live-row.   *> the live row in effect on the as-of date - the
                         *> same pick fee entry makes for a document date
           perform  load-row-strt.
           perform  load-live-row-rd
                    until    file-stts         =     "10".

       load-live-row-rd.
           read     indx-code
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and     (indx-code-valu             not = ws-doc-tp
           or       indx-cort-hous             not = ws-doc-ch
           or       indx-eff-date              >     ws-asof)
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      indx-prpsd                 not = "Y"
                    perform  load-row-vals.
           if       file-stts                  not = "10"
                    move     "00"              to    file-stts.

       load-row-strt.
           move     ws-doc-tp                  to    indx-code-valu.
           move     ws-doc-ch                  to    indx-cort-hous.
           move     zero                       to    indx-eff-date.
           move     space                      to    file-stts.
           start    indx-code
                    key  not <  indx-code-key
                    invalid  key
                             move     "10"     to    file-stts.

       load-row-vals.
           move     "Y"                        to    ws-row-fnd.
           move     "Y"                        to    ws-typ-rate(typ-ix).
           move     indx-flat-rcd-fee          to    ws-typ-r-rcdf(typ-ix).
           move     indx-addl-pg-fee           to    ws-typ-r-adpg(typ-ix).
           move     indx-pstg-fee              to    ws-typ-r-pstg(typ-ix).
           move     indx-stat-fees             to    ws-typ-r-stat(typ-ix).
           move     indx-clrk-fees             to    ws-typ-r-clrk(typ-ix).
           move     indx-afrd-hous             to    ws-typ-r-afrd(typ-ix).
           move     indx-trnsf-tax-fee         to    ws-typ-r-ttax(typ-ix).

       load-0006-row.   *> no fee-schedule row at all - the code-file
                         *> defaults fee entry falls back on
           move     0006                       to    ic-cd-tp.
           move     ws-doc-tp                  to    ic-id.
           move     ws-doc-ch                  to    ic-doc-ch-lcn.
           move     lock-stts                  to    file-stts.
           perform  read-ixcd-file
                    until    file-stts         not = lock-stts.
           if       file-stts                  =     "00"
                    move     "Y"               to    ws-typ-rate(typ-ix)
                    move     ic-flat-rcd-fee   to    ws-typ-r-rcdf(typ-ix)
                    move     ic-addl-pg-fee    to    ws-typ-r-adpg(typ-ix)
                    move     ic-pstg-fee       to    ws-typ-r-pstg(typ-ix)
                    move     ic-state-fee      to    ws-typ-r-stat(typ-ix)
                    move     ic-clk-fee        to    ws-typ-r-clrk(typ-ix)
                    move     ic-afrd-hous      to    ws-typ-r-afrd(typ-ix)
                    move     ic-trnsf-tax-fee  to    ws-typ-r-ttax(typ-ix).
           move     "00"                       to    file-stts.
/
       prj-print.
           open     output    print-file.

           move     space                      to    ws-rpt-line.
           if       kb-mode                    =     "P"
                    string   "Fee Schedule Revenue Projection - proposed rates - documents "
                                               delimited by size
                             kb-from           delimited by size
                             " thru "          delimited by size
                             kb-thru           delimited by size
                                               into  ws-rpt-line
           else
                    string   "Fee Schedule Revenue Projection - rates in effect "
                                               delimited by size
                             ws-asof           delimited by size
                             " - documents "   delimited by size
                             kb-from           delimited by size
                             " thru "          delimited by size
                             kb-thru           delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     space                      to    print-record.
           write    print-record.
           move     "Type  L     Docs        Current      Projected         Change"
                                               to    print-record.
           write    print-record.

           set      typ-ix                     to    01.
           perform  prj-prt-typ
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.

           move     space                      to    print-record.
           write    print-record.
           move     "By fee component            Current      Projected         Change"
                                               to    print-record.
           write    print-record.

           move     "State fees"               to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-stat
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Clerk fees"               to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-clrk
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Affordable housing"       to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-afrd
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Postage"                  to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-pstg
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Additional page"          to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-adpg
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Transfer tax"             to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-ttax
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Recording fee"            to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-rcdf
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.
           move     "Total fees"               to    ws-cmp-name.
           move     zero                       to    ws-cmp-cur.
           move     zero                       to    ws-cmp-prj.
           perform  prj-sum-totl
                    varying  typ-ix            from  01   by   01
                    until    typ-ix            >     ws-typ-cnt.
           perform  prj-prt-cmp.

           move     space                      to    print-record.
           write    print-record.
           move     ws-tot-docs                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Documents re-priced:         " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           move     ws-void-cnt                to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   "Voided documents left out:   " delimited by size
                    ws-cnt-ed                  delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.
           if       ws-no-rate-cnt             >     zero
                    move     ws-no-rate-cnt    to    ws-cnt-ed
                    move     space             to    ws-rpt-line
                    string   "Documents with no rate of any kind (projected as charged, marked *): "
                                               delimited by size
                             ws-cnt-ed         delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record.
           if       ws-typ-drop-cnt            >     zero
                    move     ws-typ-drop-cnt   to    ws-cnt-ed
                    move     space             to    ws-rpt-line
                    string   "Warning - type table full, "
                                               delimited by size
                             ws-cnt-ed         delimited by size
                             " documents not re-priced"
                                               delimited by size
                                               into  ws-rpt-line
                    move     ws-rpt-line       to    print-record
                    write    print-record.
           if       ws-arch-fnd                =     "Y"
           and      ws-arch-fee-fnd            not = "Y"
                    move     "Note - no fee-file archive for the year: archived voids are included and their transfer tax is left as charged"
                                               to    print-record
                    write    print-record.
           close    print-file.
           display  "Revenue projection written to " prnt-path.

       prj-prt-typ.
           move     ws-typ-c-totl(typ-ix)      to    ws-tot-ed.
           move     ws-typ-p-totl(typ-ix)      to    ws-tot-ed2.
           compute  ws-cmp-chg                 =     ws-typ-p-totl(typ-ix)
                                               -     ws-typ-c-totl(typ-ix).
           move     ws-cmp-chg                 to    ws-tot-ed3.
           move     ws-typ-docs(typ-ix)        to    ws-cnt-ed.
           move     space                      to    ws-rpt-line.
           string   ws-typ-code(typ-ix)        delimited by size
                    " "                        delimited by size
                    ws-typ-lctn(typ-ix)        delimited by size
                    " "                        delimited by size
                    ws-cnt-ed                  delimited by size
                    " "                        delimited by size
                    ws-tot-ed                  delimited by size
                    " "                        delimited by size
                    ws-tot-ed2                 delimited by size
                    " "                        delimited by size
                    ws-tot-ed3                 delimited by size
                                               into  ws-rpt-line.
           if       ws-typ-rate(typ-ix)        not = "Y"
                    move     "*"               to    ws-rpt-line(60:1).
           move     ws-rpt-line                to    print-record.
           write    print-record.

       prj-prt-cmp.
           compute  ws-cmp-chg                 =     ws-cmp-prj
                                               -     ws-cmp-cur.
           move     ws-cmp-cur                 to    ws-tot-ed.
           move     ws-cmp-prj                 to    ws-tot-ed2.
           move     ws-cmp-chg                 to    ws-tot-ed3.
           move     space                      to    ws-rpt-line.
           string   ws-cmp-name                delimited by size
                    "  "                       delimited by size
                    ws-tot-ed                  delimited by size
                    " "                        delimited by size
                    ws-tot-ed2                 delimited by size
                    " "                        delimited by size
                    ws-tot-ed3                 delimited by size
                                               into  ws-rpt-line.
           move     ws-rpt-line                to    print-record.
           write    print-record.

       prj-sum-stat.
           add      ws-typ-c-stat(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-stat(typ-ix)      to    ws-cmp-prj.

       prj-sum-clrk.
           add      ws-typ-c-clrk(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-clrk(typ-ix)      to    ws-cmp-prj.

       prj-sum-afrd.
           add      ws-typ-c-afrd(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-afrd(typ-ix)      to    ws-cmp-prj.

       prj-sum-pstg.
           add      ws-typ-c-pstg(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-pstg(typ-ix)      to    ws-cmp-prj.

       prj-sum-adpg.
           add      ws-typ-c-adpg(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-adpg(typ-ix)      to    ws-cmp-prj.

       prj-sum-ttax.
           add      ws-typ-c-ttax(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-ttax(typ-ix)      to    ws-cmp-prj.

       prj-sum-rcdf.
           add      ws-typ-c-rcdf(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-rcdf(typ-ix)      to    ws-cmp-prj.

       prj-sum-totl.
           add      ws-typ-c-totl(typ-ix)      to    ws-cmp-cur.
           add      ws-typ-p-totl(typ-ix)      to    ws-cmp-prj.
/
       read-fee-file.
           read     fee-file
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       read-arch-fee.
           read     arch-fee
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       read-ixcd-file.
           read     ixcd-file
                    ignore   lock
                    invalid key
                            move      "23"     to    file-stts.

       clos-fils.
           close    fee-file.
           close    ixcd-file.
           close    indx-code.
           close    fees-jrnl.
