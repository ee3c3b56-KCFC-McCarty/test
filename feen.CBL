                             record key   cl-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.

           select fee-rltd   assign "\\kcffil01\clk\dat\feerltd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rl-key
                             file status  file-stts.

           select rltd-xrf   assign "\\kcffil01\clk\dat\feerlxrf.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rx-key
                             file status  file-stts.

           select fee-prcl   assign "\\kcffil01\clk\dat\feeprcl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pc-key
                             file status  file-stts.

           select asr-queue  assign "\\kcffil01\clk\dat\feeasq.dat"
                             organization indexed
                             access mode  dynamic
                             record key   aq-key
                             file status  file-stts.

           select hfl-stk    assign "\\kcffil01\clk\dat\feehstk.dat"
                             organization indexed
                             access mode  dynamic
                             record key   hs-key
                             file status  file-stts.

           select hfl-srl    assign "\\kcffil01\clk\dat\feehsrl.dat"
                             organization indexed
                             access mode  dynamic
                             record key   hsr-key
                             file status  file-stts.

           select rfnd-file  assign "\\kcffil01\clk\dat\feerfnd.dat"
                             organization indexed
                             access mode  dynamic
                             record key   rf-key
                             file status  file-stts.

           select print-file assign prnt-path
                             file status  file-stts.

       copy "oprfile.cpb".
/
       copy "vinxrf.cpb".
/
       copy "feeprty.cpb".
/
       copy "feerltd.cpb".
/
       copy "feerlxrf.cpb".
/
       copy "feeprcl.cpb".
/
       copy "feeasq.cpb".
/
       copy "feehstk.cpb".
/
       copy "feehsrl.cpb".
/
       copy "feerfnd.cpb".
/
       fd  notr-file.

       01  ws-rpt-amt-ar        pic  s9(07)v99.
       01  ws-rpt-amt-exempt    pic  s9(07)v99.
       01  ws-rpt-amt-escrow    pic  s9(07)v99.
       01  ws-rpt-amt-rfnd      pic  s9(07)v99.                  *> refunds  10/15/26 epa
       01  ws-rpt-grand-tot     pic  s9(07)v99.
       01  ws-rpt-clrk-cnt      pic  9(02) comp-x.
       01  ws-rpt-clrk-tbl.
           02 ws-chg-yr         pic  9(02).
           02 ws-chg-mt         pic  9(02).
           02 ws-chg-dy         pic  9(02).

       copy "feebd.cpb".
       copy "feerv.cpb".

       01  ws-bfor-image        pic  x(800).
       01  ws-bfor-name1        pic  x(75).
       01  kb-notr-comsn-exp    pic  9(08).
       01  ws-notr-exists       pic  x(01).

       01  kb-prty-actn         pic  x(01).
       01  kb-prty-side         pic  x(01).
       01  kb-prty-name-tp      pic  x(01).
       01  kb-prty-name         pic  x(75).
       01  kb-prty-seq          pic  9(03).
       01  ws-prty-done         pic  x(01).
       01  ws-prty-vld          pic  x(01).
       01  ws-prty-prd-cnt      pic  9(02).
       01  ws-prty-cnt-ed       pic  z9.
       01  ws-prty-seq          pic  9(02).
       01  ws-prty-seq-ed       pic  z9.
       01  ws-prty-lin          pic  9(02).
       01  ws-prty-at           pic  9(04).
       01  ws-prty-line         pic  x(76).
       01  ws-prty-full         pic  x(60).
       01  ws-prty-cnt          pic  9(02) comp-x.
       01  ws-prty-tbl.
           02 ws-prty-occ       occurs 99 times indexed by prty-ix prty-jx.
              03 ws-prty-side   pic  x(01).
              03 ws-prty-name-tp pic x(01).
              03 ws-prty-name   pic  x(75).
              03                redefines
                 ws-prty-name.
                 04 ws-prty-frst pic x(25).
                 04 ws-prty-midl pic x(25).
                 04 ws-prty-last pic x(25).
       01  ws-prty-bfor-cnt     pic  9(02) comp-x.
       01  ws-prty-bfor-tbl.
           02 ws-prty-bfor-occ  occurs 99 times indexed by prty-bx.
              03 ws-prty-bfor-side pic x(01).
              03 ws-prty-bfor-tp   pic x(01).
              03 ws-prty-bfor-name pic x(75).
              03                redefines
                 ws-prty-bfor-name.
                 04             pic  x(50).
                 04 ws-prty-bfor-last pic x(25).

       01  ws-rltd-tp           pic  x(01).
       01  kb-rltd-lkup         pic  x(01).
       01  kb-rltd-ch           pic  x(01).
       01  kb-rltd-bk           pic  9(04).
       01  kb-rltd-pg           pic  9(04).
       01  kb-rltd-doc          pic  9(14).
       01  kb-rltd-tp           pic  x(10).
       01  kb-rltd-ok           pic  x(01).
       01  ws-rltd-hit          pic  x(01).
       01  ws-rltd-done         pic  x(01).
       01  ws-rltd-fnd          pic  x(01).
       01  ws-rltd-exists       pic  x(01).
       01  ws-rltd-orig-ch      pic  x(01).
       01  ws-rltd-orig-bk      pic  9(04).
       01  ws-rltd-orig-pg      pic  9(04).
       01  ws-rltd-orig-doc     pic  9(14).
       01  ws-rltd-orig-tp      pic  x(10).
       01  ws-rltd-bfor-ch      pic  x(01).
       01  ws-rltd-bfor-doc     pic  9(14).
       01  ws-rltd-updt         pic  9(08).
       01                       redefines
           ws-rltd-updt.
           02 ws-rltd-updt-cn   pic  9(02).
           02 ws-rltd-updt-yr   pic  9(02).
           02 ws-rltd-updt-mt   pic  9(02).
           02 ws-rltd-updt-dy   pic  9(02).

       01  kb-prcl-actn         pic  x(01).
       01  kb-prcl-id           pic  x(20).
       01  kb-prcl-lot          pic  x(06).
       01  kb-prcl-blk          pic  x(06).
       01  kb-prcl-subd         pic  x(30).
       01  kb-prcl-addr         pic  x(40).
       01  kb-prcl-seq          pic  9(02).
       01  kb-prcl-ok           pic  x(01).
       01  ws-prcl-done         pic  x(01).
       01  ws-prcl-vld          pic  x(01).
       01  ws-prcl-cnt-ed       pic  z9.
       01  ws-prcl-seq          pic  9(02).
       01  ws-prcl-seq-ed       pic  z9.
       01  ws-prcl-lin          pic  9(02).
       01  ws-prcl-at           pic  9(04).
       01  ws-prcl-line         pic  x(76).
       01  ws-prcl-cnt          pic  9(02) comp-x.
       01  ws-prcl-tbl.
           02 ws-prcl-occ       occurs 20 times indexed by prcl-ix prcl-jx.
              03 ws-prcl-id     pic  x(20).
              03 ws-prcl-lot    pic  x(06).
              03 ws-prcl-blk    pic  x(06).
              03 ws-prcl-subd   pic  x(30).
              03 ws-prcl-addr   pic  x(40).
       01  ws-asr-actn          pic  x(01).
       01  ws-asr-date          pic  9(08).
       01                       redefines
           ws-asr-date.
           02 ws-asr-cn         pic  9(02).
           02 ws-asr-yr         pic  9(02).
           02 ws-asr-mt         pic  9(02).
           02 ws-asr-dy         pic  9(02).

       01  hfl-rpt-path         pic  x(30) value "c:\temp\hflrpt.txt".
       01  ws-hfl-date-from     pic  9(08).
       01  ws-hfl-date-to       pic  9(08).
              03 ws-hfl-cd-cnt  pic  9(05).
              03 ws-hfl-cd-amt  pic  s9(07)v99.

       01  kb-hfl-srl           pic  9(09).                      *> license serials issued
       01  ws-hfl-srl           pic  9(09).                      *> 10/15/26 epa
       01  ws-hfl-srl-end       pic  9(09).
       01  ws-hfl-wrk-srl       pic  9(09).
       01  ws-hfl-srl-cnt       pic  9(03).
       01  ws-hfl-srl-ed        pic  z(08)9.
       01  ws-hfl-tp            pic  x(01).
       01  ws-hfl-trkd          pic  x(01).
       01  ws-hfl-vld           pic  x(01).
       01  ws-hfl-msg           pic  x(66).
       01  ws-rfnd-open         pic  x(01).                      *> refund on the document
       01  ws-hfl-date          pic  9(08).
       01                       redefines
           ws-hfl-date.
           02 ws-hfl-cn         pic  9(02).
           02 ws-hfl-yr         pic  9(02).
           02 ws-hfl-mt         pic  9(02).
           02 ws-hfl-dy         pic  9(02).

       01  kb-validate          pic  x(01).
       01  kb-receipt           pic  x(01).
       01  kybd-lasr-rcpt       pic  x(01).
           02                   pic  x(14) value "(feechlog.dat)".
           02                   pic  x(14) value "(oprfile.dat )".
           02                   pic  x(14) value "(vinxrf.dat  )".
           02                   pic  x(14) value "(feeprty.dat )".
           02                   pic  x(14) value "(feerltd.dat )".
           02                   pic  x(14) value "(feerlxrf.dat)".
           02                   pic  x(14) value "(feeprcl.dat )".
           02                   pic  x(14) value "(feeasq.dat  )".
           02                   pic  x(14) value "(feehstk.dat )".
           02                   pic  x(14) value "(feehsrl.dat )".
           02                   pic  x(14) value "(feerfnd.dat )".
       01  file-name            redefines
           file-ltrl            pic  x(14) occurs 25 times.
       01  file-nmbr-deed-list  pic  9(02) value 08.
       01  file-nmbr-dcmt-xref  pic  9(02) value 09.
       01  file-nmbr-fil-xrf    pic  9(02) value 10.
       01  file-nmbr-fee-chlog  pic  9(02) value 15.
       01  file-nmbr-opr-file   pic  9(02) value 16.
       01  file-nmbr-vin-xrf    pic  9(02) value 17.
       01  file-nmbr-fee-prty   pic  9(02) value 18.
       01  file-nmbr-fee-rltd   pic  9(02) value 19.
       01  file-nmbr-rltd-xrf   pic  9(02) value 20.
       01  file-nmbr-fee-prcl   pic  9(02) value 21.
       01  file-nmbr-asr-queue  pic  9(02) value 22.
       01  file-nmbr-hfl-stk    pic  9(02) value 23.
       01  file-nmbr-hfl-srl    pic  9(02) value 24.
       01  file-nmbr-rfnd-file  pic  9(02) value 25.
       
       
   *>--- Excel Parameters ---                                       
             03                pic x(01)   using nul-entry auto  secure.
             03 "            ".

       01  ss-rcvr-hold                    highlight.              *> 10/15/26 epa
           02                              background-color 07
                                           foreground-color 04.
             03 "Files are being recovered - fee entry is closed"
                                           line  22     col 03.
             03 "See the supervisor"       line  23     col 03.
             03                pic x(01)   using nul-entry auto  secure.
             03 "            ".

       01  ss-doc-no-wrong                 highlight.
           02                              background-color 07
                                           foreground-color 04.
                                                 fee-nm-xrf
                                                 fee-chlog
                                                 opr-file
                                                 vin-xrf
                                                 fee-prty
                                                 fee-rltd
                                                 rltd-xrf
                                                 fee-prcl
                                                 asr-queue
                                                 hfl-stk
                                                 hfl-srl
                                                 rfnd-file.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    display  ss-fil-bsy
           if       fr-doc-tp                    =     "NP"
                    perform  entr-notary-comsn.

           perform  chck-hfl-tp.                                     *> license/tag serials
           if       ws-hfl-tp                   =     "Y"            *> issued from stock
           and      run-mode                    =     "A"            *> 10/15/26 epa
                    perform  entr-hfl-srl.

           perform  entr-addl-prty.                                  *> grantors/grantees past the
                                                                      *> first two  10/15/26 epa
           if       ws-rltd-tp                  >     space          *> release/assignment - the
                    perform  entr-rltd-inst.                          *> instrument it acts on
           if       ws-trnsf-tax-flg            =     "Y"            *> parcels conveyed by a
                    perform  entr-prcl.                               *> deed  10/15/26 epa
           display  ss-revu.
           perform  revu-fld
                    until    kb-ok            =     "Y"
                                                 line  16   position 03
                    move     space              to    kb-ok.

           if       kb-ok                       =     "V"           *> not while a refund
           and      run-mode                    =     "C"           *> stands against it
                    perform  chck-rfnd-open                         *> 10/15/26 epa
                    if       ws-rfnd-open       =     "Y"
                             display  " Refund on file for this document - deny it before voiding - press any key "
                                                 line  16   position 03
                             accept   nul-entry  line  16   position 78
                             display  "                                                                           "
                                                 line  16   position 03
                             move     space     to    kb-ok.


           if       crt-s2                      =     06
           and      fr-pnly-fee                 >     zero
                    perform  entr-fld                               *>
                             until    fld-no    >     06.           *> Up to field 7 only.

           if       kb-ok                       =     "N"           *> the type may have changed
                    perform  reentr-type-capt.                      *> 10/15/26 epa

           if       crt-s2                      =     07
           and      kb-sngl-mult                not = "M"
           and      fr-amt-recd                 not > zero
           and      run-mode                    =     "A"
                    display  "voiding record"   at    2301
                    move     "V"                to    kb-ok.

       reentr-type-capt.   *> after a re-entry, ask again for what the document
                            *> type carries - serials, the original instrument,
                            *> parcels - and drop what the new type does not
                            *> take, so nothing keyed for the old type is saved
           perform  chck-hfl-tp.
           if       ws-hfl-tp                   =     "Y"
           and      run-mode                    =     "A"
                    perform  entr-hfl-srl.
           if       ws-rltd-tp                  >     space
                    perform  entr-rltd-inst
           else
                    move     space              to    ws-rltd-fnd.
           if       ws-trnsf-tax-flg            =     "Y"
                    perform  entr-prcl
           else
                    perform  clr-prcl.
           display  ss-revu.
/
       otpt-proc.
           if       kb-ok                       =     "V"
*                   move     ws-receipt-no      to     fr-receipt-no
                    perform  rewrite-fee-record.

           if       kb-ok                       =      "Y"            *> additional grantors/
                    perform  otpt-addl-prty.                            *> grantees  10/15/26 epa

           if       kb-ok                       =      "Y"            *> name-keyed access path
                    perform  otpt-name-xref.                            *> 08/22/26 epa

           if       kb-ok                       =      "Y"            *> link to the instrument
                    perform  otpt-rltd-inst.                            *> released/assigned
                                                                        *> 10/15/26 epa

           if       kb-ok                       =      "Y"            *> parcels, and a change-mode
                    perform  otpt-prcl.                                 *> fix goes back to the
           if       kb-ok                       =      "Y"            *> Assessor  10/15/26 epa
           and      run-mode                    =      "C"
           and      ws-trnsf-tax-flg            =      "Y"
                    move     "C"                to     ws-asr-actn
                    perform  otpt-asr-queue.

           if       kb-ok                       =      "Y"                   
           and      run-mode                    =      "A"
*          and      swch-nmbr(01)               =      "+"
           and      fr-doc-tp                   =      "NP"
                    perform  otpt-ntry.

           if       kb-ok                       =      "Y"            *> license/tag serials
           and      run-mode                    =      "A"            *> off stock  10/15/26 epa
           and      ws-hfl-srl                  >      zero
                    perform  otpt-hfl-srl.

/
       otpt-void-rcrd.
           perform  dele-name-xref.
           if       ws-rltd-exists              =     "Y"             *> off the original's
                    perform  otpt-void-rltd-inst.                     *> chain  10/15/26 epa
           if       run-mode                    =     "C"             *> tell the Assessor
           and      ws-trnsf-tax-flg            =     "Y"             *> 10/15/26 epa
                    move     "V"                to    ws-asr-actn
                    perform  otpt-asr-queue.
           if       run-mode                    =     "C"             *> return an escrow draw
           and      fr-pay-tp1                  =     "5"             *> 08/22/26 epa
           and      fr-amt-recd                 >     zero
                    perform  escr-post-crdt.
           if       run-mode                    =     "C"             *> license serials issued
                    perform  chck-hfl-tp.                             *> on it are void
           if       run-mode                    =     "C"             *> 10/15/26 epa
           and      ws-hfl-tp                   =     "Y"
                    perform  otpt-void-hfl-srl.
           move     fr-name2		        to    save-nam2.
           display  save-nam2			at    0201.
           if       run-mode                    =     "C"
           move     zero                        to     deed-book-clas.
           move     file-nmbr-deed-list         to     file-nmbr.
           write    deed-list-rcrd.
           if       file-stts                   =      "00"
                    move     "W"                to     rv-func
                    perform  rlog-deed-list.

       otpt-void-dcmt-xref.
           initialize dcmt-xref-rcrd.
           move     fr-beg-pg                   to     dcmt-xref-page.
           move     file-nmbr-dcmt-xref         to     file-nmbr.
           write    dcmt-xref-rcrd.
           if       file-stts                   =      "00"
                    move     "W"                to     rv-func
                    perform  rlog-dcmt-xref.
/
       otpt-void-log.   *> append one line to the permanent, appendable void log
           move     void-log-path               to     prnt-path.
                    move     fr-doc-tp         to      flx-doc-tp
                    move     "VOID-VOID-VOID"  to      flx-vin
                    move     "V"               to      flx-stts
                    perform  write-fil-xrf
           else
           if       flx-doc-no                 =       fr-doc-no
                    move     "VOID-VOID-VOID"  to      flx-vin
                    move     "V"               to      flx-stts
                    perform  rewrite-fil-xrf
           else
           if       flx-cont-doc-no            =       fr-doc-no
                    move     zero              to      flx-cont-doc-no
                    perform  pull-back-lapse
                    perform  rewrite-fil-xrf
           else
           if       flx-term-doc-no            =       fr-doc-no
                    move     zero              to      flx-term-doc-no
                    move     "A"               to      flx-stts
                    perform  rewrite-fil-xrf.
           close    fil-xrf.

       open-fil-xrf.
           if       flx-doc-no                 =       fr-doc-no
                    move     fr-doc-cls        to      flx-doc-cls
                    move     fr-doc-tp         to      flx-doc-tp
                    perform  rewrite-fil-xrf
           else
           if       flx-cont-doc-no            =       fr-doc-no     *> already linked - a
           or       flx-term-doc-no            =       fr-doc-no     *> change-mode re-save must
                    perform  rewrite-fil-xrf                         *> not re-extend the lapse
           else
                    perform  otpt-file-xref-link.
           close    fil-xrf.
           move     zero                       to      flx-cont-doc-no.
           move     zero                       to      flx-term-doc-no.
           move     space                      to      flx-filler.
           perform  write-fil-xrf.
           if       flx-vin                    >       space
                    perform  otpt-vin-xref.

           move     flx-vin                    to      vx-vin.
           move     flx-file-no                to      vx-file-no.
           move     space                      to      vx-filler.
           perform  write-vin-xref.
           close    vin-xrf.

       otpt-file-xref-link.   *> continuation or termination filed against an
                    move     fr-doc-no         to      flx-cont-doc-no
                    move     "A"               to      flx-stts
                    perform  push-out-lapse
                    perform  rewrite-fil-xrf
           else
           if       kb-cont-term               =       "T"
                    move     fr-doc-no         to      flx-term-doc-no
                    move     "T"               to      flx-stts
                    perform  rewrite-fil-xrf.

       push-out-lapse.   *> a continuation buys the filing five more years
           if       flx-lapse-date             >       zero
    					  returning     stts-code.                             
     	   
       otpt-name-xref.   *> keep the name-keyed access path current at save
           if       run-mode                    =      "C"            *> parties dropped in change
                    perform  dele-prty-xref-bfor                        *> mode  10/15/26 epa
                             varying  prty-bx   from   01   by   01
                             until    prty-bx   >      ws-prty-bfor-cnt.
           perform  load-nx-name1.
           if       nx-name                     >      space
                    move     fr-doc-no          to     nx-doc-no
                    move     space              to     nx-filler
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  write-name-xref.

           perform  load-nx-name2.
           if       nx-name                     >      space
                    move     space              to     nx-filler
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  write-name-xref.

           perform  otpt-prty-xref
                    varying  prty-ix            from   01   by   01
                    until    prty-ix            >      ws-prty-cnt.

       otpt-prty-xref.   *> one cross-reference row per additional party  10/15/26 epa
           perform  load-nx-name-prty.
           if       nx-name                     >      space
                    move     fr-doc-no          to     nx-doc-no
                    move     ws-prty-name-tp(prty-ix)
                                                to     nx-name-tp
                    move     ws-prty-side(prty-ix)
                                                to     nx-party
                    move     space              to     nx-filler
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  write-name-xref.

       load-nx-name-prty.
           if       ws-prty-name-tp(prty-ix)    =      "B"
                    move     ws-prty-name(prty-ix)(1:25)
                                                to     nx-name
           else
                    move     ws-prty-last(prty-ix)
                                                to     nx-name.

       load-nx-name1.   *> search key - last name for persons, business name otherwise
           if       fr-name-tp1                 =      "B"
                    move     fr-doc-no          to     nx-doc-no
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  delete-name-xref.
           perform  load-nx-name2.
           if       nx-name                     >      space
                    move     fr-doc-no          to     nx-doc-no
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  delete-name-xref.
           perform  dele-prty-xref                                     *> additional parties
                    varying  prty-ix            from   01   by   01    *> 10/15/26 epa
                    until    prty-ix            >      ws-prty-cnt.
           perform  dele-prty-xref-bfor
                    varying  prty-bx            from   01   by   01
                    until    prty-bx            >      ws-prty-bfor-cnt.

       dele-prty-xref.
           perform  load-nx-name-prty.
           if       nx-name                     >      space
                    move     fr-doc-no          to     nx-doc-no
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  delete-name-xref.

       dele-prty-xref-bfor.   *> the rows as they stood when the document was read
           if       ws-prty-bfor-tp(prty-bx)    =      "B"
                    move     ws-prty-bfor-name(prty-bx)(1:25)
                                                to     nx-name
           else
                    move     ws-prty-bfor-last(prty-bx)
                                                to     nx-name.
           if       nx-name                     >      space
                    move     fr-doc-no          to     nx-doc-no
                    move     file-nmbr-fee-nm-xrf
                                                to     file-nmbr
                    perform  delete-name-xref.

       otpt-addl-prty.   *> the document's additional-party rows are replaced
                          *> as a set - sequence follows the keyed order
           perform  dele-addl-prty.
           perform  otpt-addl-prty-one
                    varying  prty-ix            from   01   by   01
                    until    prty-ix            >      ws-prty-cnt.

       otpt-addl-prty-one.
           move     fr-doc-no                   to     pt-doc-no.
           set      pt-seq                      to     prty-ix.
           move     ws-prty-side(prty-ix)       to     pt-party.
           move     ws-prty-name-tp(prty-ix)    to     pt-name-tp.
           move     ws-prty-name(prty-ix)       to     pt-name.
           move     space                       to     pt-filler.
           move     file-nmbr-fee-prty          to     file-nmbr.
           write    fee-prty-record
                    invalid  key
                             rewrite  fee-prty-record.
           move     "W"                         to     rv-func.
           perform  rlog-fee-prty.

       dele-addl-prty.
           move     fr-doc-no                   to     pt-doc-no.
           move     zero                        to     pt-seq.
           move     file-nmbr-fee-prty          to     file-nmbr.
           move     space                       to     file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  dele-addl-prty-rd
                    until    file-stts          =      "10".

       dele-addl-prty-rd.
           read     fee-prty
                    next
                    at       end                move   "10"  to  file-stts.
           if       file-stts                   =      "00"
           and      pt-doc-no                   not =  fr-doc-no
                    move     "10"               to     file-stts
           else
           if       file-stts                   =      "00"
                    delete   fee-prty  record
                             invalid  key
                                      move     "23"    to   file-stts
                    end-delete
                    move     "D"                to     rv-func
                    perform  rlog-fee-prty.

       load-addl-prty.   *> change mode - pick up the parties already on file,
                          *> and keep a copy for the xref and change audit
           perform  clr-addl-prty.
           move     fr-doc-no                   to     pt-doc-no.
           move     zero                        to     pt-seq.
           move     file-nmbr-fee-prty          to     file-nmbr.
           move     space                       to     file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  load-addl-prty-rd
                    until    file-stts          =      "10".
           move     ws-prty-cnt                 to     ws-prty-bfor-cnt.
           move     ws-prty-tbl                 to     ws-prty-bfor-tbl.
           move     "00"                        to     file-stts.

       load-addl-prty-rd.
           read     fee-prty
                    next
                    ignore   lock
                    at       end                move   "10"  to  file-stts.
           if       file-stts                   =      "00"
           and     (pt-doc-no                   not =  fr-doc-no
           or       ws-prty-cnt                 =      99)
                    move     "10"               to     file-stts
           else
           if       file-stts                   =      "00"
                    add      01                 to     ws-prty-cnt
                    set      prty-ix            to     ws-prty-cnt
                    move     pt-party           to     ws-prty-side(prty-ix)
                    move     pt-name-tp         to     ws-prty-name-tp(prty-ix)
                    move     pt-name            to     ws-prty-name(prty-ix).

       clr-addl-prty.
           move     zero                        to     ws-prty-cnt.
           move     zero                        to     ws-prty-bfor-cnt.
           move     space                       to     ws-prty-tbl.
           move     space                       to     ws-prty-bfor-tbl.

       otpt-rltd-inst.   *> keep the filing's link and the original's access path
                          *> current at save - a re-pointed link leaves the old
                          *> original's chain, a type that no longer takes a
                          *> link drops it  10/15/26 epa
           if       ws-rltd-tp                  =      space
                    move     space              to     ws-rltd-fnd.
           if       ws-rltd-exists              =      "Y"
           and     (ws-rltd-fnd                 not =  "Y"
           or       ws-rltd-orig-ch             not =  ws-rltd-bfor-ch
           or       ws-rltd-orig-doc            not =  ws-rltd-bfor-doc)
                    perform  dele-rltd-xref.
           if       ws-rltd-fnd                 =      "Y"
                    perform  otpt-rltd-rcrd
           else
           if       ws-rltd-exists              =      "Y"
                    perform  dele-rltd-rcrd.

       otpt-rltd-rcrd.
           accept   sys-date                    from   date.
           move     sys-yr                      to     ws-rltd-updt-yr.
           move     sys-mt                      to     ws-rltd-updt-mt.
           move     sys-dy                      to     ws-rltd-updt-dy.
           if       sys-yr                      >      90
                    move     19                 to     ws-rltd-updt-cn
           else
                    move     20                 to     ws-rltd-updt-cn.
           initialize fee-rltd-record.
           move     fr-doc-no                   to     rl-doc-no.
           move     fr-doc-tp                   to     rl-doc-tp.
           move     ws-rltd-tp                  to     rl-rltn-tp.
           move     fr-doc-date                 to     rl-doc-date.
           move     ws-rltd-updt                to     rl-updt-date.
           move     fr-rcd-ch                   to     rl-lctn.
           move     fr-beg-bk                   to     rl-beg-bk.
           move     fr-beg-pg                   to     rl-beg-pg.
           move     ws-rltd-orig-ch             to     rl-orig-lctn.
           move     ws-rltd-orig-bk             to     rl-orig-bk.
           move     ws-rltd-orig-pg             to     rl-orig-pg.
           move     ws-rltd-orig-doc            to     rl-orig-doc-no.
           move     ws-rltd-orig-tp             to     rl-orig-tp.
           move     "A"                         to     rl-stts.
           move     space                       to     rl-filler.
           move     file-nmbr-fee-rltd          to     file-nmbr.
           write    fee-rltd-record
                    invalid  key
                             rewrite  fee-rltd-record.
           move     "W"                         to     rv-func.
           perform  rlog-fee-rltd.

           move     ws-rltd-orig-ch             to     rx-orig-lctn.
           move     ws-rltd-orig-doc            to     rx-orig-doc-no.
           move     fr-doc-no                   to     rx-doc-no.
           move     space                       to     rx-filler.
           move     file-nmbr-rltd-xrf          to     file-nmbr.
           perform  write-rltd-xref.

           move     "Y"                         to     ws-rltd-exists.
           move     ws-rltd-orig-ch             to     ws-rltd-bfor-ch.
           move     ws-rltd-orig-doc            to     ws-rltd-bfor-doc.

       dele-rltd-rcrd.
           move     fr-doc-no                   to     rl-doc-no.
           move     file-nmbr-fee-rltd          to     file-nmbr.
           delete   fee-rltd record
                    invalid  key
                             move     "23"      to     file-stts.
           move     "D"                         to     rv-func.
           perform  rlog-fee-rltd.
           move     space                       to     ws-rltd-exists.

       dele-rltd-xref.   *> the link as it stood when the document was read
           move     ws-rltd-bfor-ch             to     rx-orig-lctn.
           move     ws-rltd-bfor-doc            to     rx-orig-doc-no.
           move     fr-doc-no                   to     rx-doc-no.
           move     file-nmbr-rltd-xrf          to     file-nmbr.
           perform  delete-rltd-xref.

       otpt-void-rltd-inst.   *> a voided filing no longer acts on the original -
                               *> the link is kept, marked void, for the record
           perform  dele-rltd-xref.
           move     fr-doc-no                   to     rl-doc-no.
           move     file-nmbr-fee-rltd          to     file-nmbr.
           read     fee-rltd
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
                    move     "V"                to     rl-stts
                    rewrite  fee-rltd-record
                    move     "R"                to     rv-func
                    perform  rlog-fee-rltd.

       load-rltd-inst.   *> change mode - pick up the link already on file
           perform  clr-rltd-inst.
           move     fr-doc-no                   to     rl-doc-no.
           move     file-nmbr-fee-rltd          to     file-nmbr.
           read     fee-rltd
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
           and      rl-stts                     =      "A"
                    move     "Y"                to     ws-rltd-exists
                    move     "Y"                to     ws-rltd-fnd
                    move     rl-orig-lctn       to     ws-rltd-orig-ch
                    move     rl-orig-bk         to     ws-rltd-orig-bk
                    move     rl-orig-pg         to     ws-rltd-orig-pg
                    move     rl-orig-doc-no     to     ws-rltd-orig-doc
                    move     rl-orig-tp         to     ws-rltd-orig-tp
                    move     rl-orig-lctn       to     ws-rltd-bfor-ch
                    move     rl-orig-doc-no     to     ws-rltd-bfor-doc.
           move     "00"                        to     file-stts.

       clr-rltd-inst.
           move     space                       to     ws-rltd-tp.
           move     space                       to     ws-rltd-exists.
           move     space                       to     ws-rltd-fnd.
           move     space                       to     ws-rltd-orig-ch.
           move     zero                        to     ws-rltd-orig-bk.
           move     zero                        to     ws-rltd-orig-pg.
           move     zero                        to     ws-rltd-orig-doc.
           move     space                       to     ws-rltd-orig-tp.
           move     space                       to     ws-rltd-bfor-ch.
           move     zero                        to     ws-rltd-bfor-doc.

       otpt-prcl.   *> the document's parcel rows are replaced as a set - a
                     *> type that no longer carries transfer tax keeps none
                     *> 10/15/26 epa
           if       ws-trnsf-tax-flg            not =  "Y"
                    perform  clr-prcl.
           perform  dele-prcl.
           perform  otpt-prcl-one
                    varying  prcl-ix            from   01   by   01
                    until    prcl-ix            >      ws-prcl-cnt.

       otpt-prcl-one.
           move     fr-doc-no                   to     pc-doc-no.
           set      pc-seq                      to     prcl-ix.
           move     ws-prcl-id(prcl-ix)         to     pc-prcl-id.
           move     ws-prcl-lot(prcl-ix)        to     pc-lot.
           move     ws-prcl-blk(prcl-ix)        to     pc-blk.
           move     ws-prcl-subd(prcl-ix)       to     pc-subd.
           move     ws-prcl-addr(prcl-ix)       to     pc-addr.
           move     space                       to     pc-filler.
           move     file-nmbr-fee-prcl          to     file-nmbr.
           write    fee-prcl-record
                    invalid  key
                             rewrite  fee-prcl-record.
           move     "W"                         to     rv-func.
           perform  rlog-fee-prcl.

       dele-prcl.
           move     fr-doc-no                   to     pc-doc-no.
           move     zero                        to     pc-seq.
           move     file-nmbr-fee-prcl          to     file-nmbr.
           move     space                       to     file-stts.
           start    fee-prcl
                    key  not <  pc-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  dele-prcl-rd
                    until    file-stts          =      "10".

       dele-prcl-rd.
           read     fee-prcl
                    next
                    at       end                move   "10"  to  file-stts.
           if       file-stts                   =      "00"
           and      pc-doc-no                   not =  fr-doc-no
                    move     "10"               to     file-stts
           else
           if       file-stts                   =      "00"
                    delete   fee-prcl  record
                             invalid  key
                                      move     "23"    to   file-stts
                    end-delete
                    move     "D"                to     rv-func
                    perform  rlog-fee-prcl.

       load-prcl.   *> change mode - pick up the parcels already on file
           perform  clr-prcl.
           move     fr-doc-no                   to     pc-doc-no.
           move     zero                        to     pc-seq.
           move     file-nmbr-fee-prcl          to     file-nmbr.
           move     space                       to     file-stts.
           start    fee-prcl
                    key  not <  pc-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  load-prcl-rd
                    until    file-stts          =      "10".
           move     "00"                        to     file-stts.

       load-prcl-rd.
           read     fee-prcl
                    next
                    ignore   lock
                    at       end                move   "10"  to  file-stts.
           if       file-stts                   =      "00"
           and     (pc-doc-no                   not =  fr-doc-no
           or       ws-prcl-cnt                 =      20)
                    move     "10"               to     file-stts
           else
           if       file-stts                   =      "00"
                    add      01                 to     ws-prcl-cnt
                    set      prcl-ix            to     ws-prcl-cnt
                    move     pc-prcl-id         to     ws-prcl-id(prcl-ix)
                    move     pc-lot             to     ws-prcl-lot(prcl-ix)
                    move     pc-blk             to     ws-prcl-blk(prcl-ix)
                    move     pc-subd            to     ws-prcl-subd(prcl-ix)
                    move     pc-addr            to     ws-prcl-addr(prcl-ix).

       clr-prcl.
           move     zero                        to     ws-prcl-cnt.
           move     space                       to     ws-prcl-tbl.

       otpt-asr-queue.   *> resend a corrected or voided deed on tonight's
                          *> Assessor feed
           accept   sys-date                    from   date.
           move     sys-yr                      to     ws-asr-yr.
           move     sys-mt                      to     ws-asr-mt.
           move     sys-dy                      to     ws-asr-dy.
           if       sys-yr                      >      90
                    move     19                 to     ws-asr-cn
           else
                    move     20                 to     ws-asr-cn.
           move     ws-asr-date                 to     aq-date.
           move     fr-doc-no                   to     aq-doc-no.
           move     ws-asr-actn                 to     aq-actn.
           move     space                       to     aq-filler.
           move     file-nmbr-asr-queue         to     file-nmbr.
           write    asr-queue-record
                    invalid  key
                             rewrite  asr-queue-record.

       otpt-hfl-srl.   *> the serials handed over come off stock
           perform  load-hfl-date.
           move     ws-hfl-srl                  to     ws-hfl-wrk-srl.
           perform  otpt-hfl-srl-one
                    until    ws-hfl-wrk-srl     >      ws-hfl-srl-end.

       otpt-hfl-srl-one.
           move     fr-doc-tp                   to     hsr-lic-tp.
           move     ws-hfl-wrk-srl              to     hsr-srl.
           move     "I"                         to     hsr-stts.
           move     fr-doc-no                   to     hsr-doc-no.
           move     ws-hfl-date                 to     hsr-date.
           move     kb-clk-id                   to     hsr-clk-id.
           move     kb-clctn-ch                 to     hsr-ch.
           move     zero                        to     hsr-void-date.
           move     space                       to     hsr-rsn.
           move     space                       to     hsr-filler.
           move     file-nmbr-hfl-srl           to     file-nmbr.
           write    hfl-srl-rcrd
                    invalid  key
                             move     "22"      to     file-stts.
           if       file-stts                   =      "22"
                    move     ws-hfl-wrk-srl     to     ws-hfl-srl-ed
                    display  " Serial           was taken at another station - tell the supervisor "
                                                 line   18   position 03
                    display  ws-hfl-srl-ed      line   18   position 11
                    accept   nul-entry           line   18   position 74
                    display  "                                                                        "
                                                 line   18   position 03.
           add      01                          to     ws-hfl-wrk-srl.

       chck-rfnd-open.   *> a refund requested, approved, vouchered or paid
                          *> already gives money back - voiding too would
                          *> return the fee twice; only a denied one lets
                          *> the void through.  The refund may be on any
                          *> receipt carrying the document (a payoff "I"
                          *> line), so the register is read end to end
           move     space                       to     ws-rfnd-open.
           move     zero                        to     rf-receipt-no.
           move     zero                        to     rf-seq.
           move     file-nmbr-rfnd-file         to     file-nmbr.
           start    rfnd-file
                    key  not <  rf-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  chck-rfnd-open-rd
                    until    file-stts          =      "10"
                    or       ws-rfnd-open       =      "Y".
           move     "00"                        to     file-stts.

       chck-rfnd-open-rd.
           move     file-nmbr-rfnd-file         to     file-nmbr.
           read     rfnd-file
                    next
                    ignore   lock
                    at       end
                             move     "10"      to     file-stts.
           if       file-stts                   =      "00"
           and      rf-doc-no                   =      fr-doc-no
           and      rf-stts                     not =  "D"
                    move     "Y"                to     ws-rfnd-open.
           if       file-stts                   not =  "10"
                    move     "00"               to     file-stts.

       otpt-void-hfl-srl.   *> every serial issued on the document, still
                             *> accounted for as voided stock
           perform  load-hfl-date.
           move     fr-doc-tp                   to     hsr-lic-tp.
           move     zero                        to     hsr-srl.
           move     file-nmbr-hfl-srl           to     file-nmbr.
           start    hfl-srl
                    key  not <  hsr-key
                    invalid  key
                             move     "10"      to     file-stts.
           perform  otpt-void-hfl-srl-rd
                    until    file-stts          =      "10".

       otpt-void-hfl-srl-rd.
           move     file-nmbr-hfl-srl           to     file-nmbr.
           read     hfl-srl
                    next
                    at       end
                             move     "10"      to     file-stts.
           if       file-stts                   =      "00"
           and      hsr-lic-tp                  not =  fr-doc-tp
                    move     "10"               to     file-stts.
           if       file-stts                   =      "00"
           and      hsr-doc-no                  =      fr-doc-no
           and      hsr-stts                    =      "I"
                    move     "V"                to     hsr-stts
                    move     ws-hfl-date        to     hsr-void-date
                    rewrite  hfl-srl-rcrd.
           if       file-stts                   not =  "10"
                    move     "00"               to     file-stts.

       load-hfl-date.
           accept   sys-date                    from   date.
           move     sys-yr                      to     ws-hfl-yr.
           move     sys-mt                      to     ws-hfl-mt.
           move     sys-dy                      to     ws-hfl-dy.
           if       sys-yr                      >      90
                    move     19                 to     ws-hfl-cn
           else
                    move     20                 to     ws-hfl-cn.

       save-bfor-image.   *> snapshot the record as read, before any keying,
                           *> for the permanent change audit  09/01/26 epa
                    move     "Y"                to     cl-mony-chg.
           if       ws-bfor-name1               not =  fr-name1
           or       ws-bfor-name2               not =  fr-name2
           or       ws-prty-bfor-cnt            not =  ws-prty-cnt     *> additional parties
           or       ws-prty-bfor-tbl            not =  ws-prty-tbl     *> 10/15/26 epa
                    move     "Y"                to     cl-name-chg.
           if       ws-bfor-beg-bk              not =  fr-beg-bk
           or       ws-bfor-beg-pg              not =  fr-beg-pg
           move     space                       to     fees-jrnl-filr.

           if       file-sts1                   =      zero
                    perform  rewrite-fees-jrnl
           else
                    perform  write-fees-jrnl.

       otpt-fees-jrnl-read.
           move     09                          to     file-nmbr.

       load-indx-rate.   *> pick the fee-schedule row in effect for the document date
                          *> (highest effective date not after fr-doc-date) 08/22/26 epa
                          *> stepping over rows marked proposed  10/15/26 epa
           move     fr-doc-tp                   to     indx-code-valu.
           move     fr-rcd-ch                   to     indx-cort-hous.
           move     fr-doc-date                 to     indx-eff-date.
           perform  load-indx-rate-strt.
           perform  load-indx-rate-prev
                    until    file-stts          not =  "00"
                    or       indx-prpsd         not =  "Y"
                    or       indx-code-valu     not =  fr-doc-tp
                    or       indx-cort-hous     not =  fr-rcd-ch.

           if       file-stts                   not =  "00"
           or       indx-code-valu              not =  fr-doc-tp
           or       indx-cort-hous              not =  fr-rcd-ch
           or       indx-prpsd                  =      "Y"
                    initialize indx-rcrd.

       load-indx-rate-strt.
           move     06                          to     file-nmbr.
           start    indx-code
                    key  not >  indx-code-key
                             at       end
                                      move     "10"    to     file-stts.

       load-indx-rate-prev.   *> a proposed row - try the row dated before it
           if       indx-eff-date               =      zero
                    move     "23"               to     file-stts
           else
                    subtract 01                 from   indx-eff-date
                    perform  load-indx-rate-strt.

       otpt-ntry.
           move     fr-doc-no                   to     notr-dcmt.
                    display  "                                                            "
                                                 line   18   position 03.

       chck-hfl-tp.   *> the license types priced by calc-fish-fee
           move     space                       to     ws-hfl-tp.
           move     zero                        to     ws-hfl-srl.
           if       fr-doc-tp                   =      "COMBO"
           or       fr-doc-tp                   =      "HUNT"
           or       fr-doc-tp                   =      "FISH"
           or       fr-doc-tp                   =      "FSHJT"
           or       fr-doc-tp                   =      "HNTJR"
           or       fr-doc-tp                   =      "HNTNR"
           or       fr-doc-tp                   =      "HNT5"
           or       fr-doc-tp                   =      "FSHNR"
           or       fr-doc-tp                   =      "FSH3"
           or       fr-doc-tp                   =      "FSH15"
           or       fr-doc-tp                   =      "DEER"
           or       fr-doc-tp                   =      "DEERJR"
           or       fr-doc-tp                   =      "TURKEY"
           or       fr-doc-tp                   =      "TROUT"
           or       fr-doc-tp                   =      "DUCK"
           or       fr-doc-cls                  =      "99"
                    move     "Y"                to     ws-hfl-tp.

       entr-hfl-srl.   *> serial of the license or tag handed over - one per
                        *> license on the document, consecutive from the first;
                        *> only types with stock received on feehstk.dat ask
           perform  chck-hfl-trkd.
           move     fr-no-pages                 to     ws-hfl-srl-cnt.
           if       ws-hfl-srl-cnt              =      zero
                    move     01                 to     ws-hfl-srl-cnt.
           move     space                       to     ws-hfl-vld.
           if       ws-hfl-trkd                 =      "Y"
                    perform  entr-hfl-srl-one
                             until    ws-hfl-vld =     "Y".

       chck-hfl-trkd.
           move     space                       to     ws-hfl-trkd.
           move     fr-doc-tp                   to     hs-lic-tp.
           move     zero                        to     hs-beg-srl.
           move     file-nmbr-hfl-stk           to     file-nmbr.
           start    hfl-stk
                    key  not <  hs-key
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
                    read     hfl-stk
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts
                    end-read
                    if       file-stts          =      "00"
                    and      hs-lic-tp          =      fr-doc-tp
                             move     "Y"       to     ws-hfl-trkd.

       entr-hfl-srl-one.
           move     zero                        to     kb-hfl-srl.
           move     ws-hfl-srl-cnt              to     ws-hfl-srl-ed.
           display  " License serial (first of          ):  "
                                                 line   18   position 03.
           display  ws-hfl-srl-ed               line   18   position 29.
           accept   kb-hfl-srl                  line   18   position 43.
           display  "                                                    "
                                                 line   18   position 03.
           if       kb-hfl-srl                  =      zero
                    move     "Y"                to     ws-hfl-vld
                    display  " No serial - nothing is taken off stock - press any key "
                                                 line   18   position 03
                    accept   nul-entry           line   18   position 60
                    display  "                                                          "
                                                 line   18   position 03
           else
                    perform  vldt-hfl-srl
                    if       ws-hfl-vld         =      "Y"
                             move     kb-hfl-srl to    ws-hfl-srl
                    else
                             display  ws-hfl-msg line  18   position 03
                             accept   nul-entry  line  18   position 70
                             display  "                                                                    "
                                                 line   18   position 03.

       vldt-hfl-srl.   *> in a range of this type, issued from this location
                        *> or by this clerk, and not yet gone out
           move     "Y"                         to     ws-hfl-vld.
           compute  ws-hfl-srl-end              =      kb-hfl-srl
                                                +      ws-hfl-srl-cnt - 1.
           move     fr-doc-tp                   to     hs-lic-tp.
           move     kb-hfl-srl                  to     hs-beg-srl.
           move     file-nmbr-hfl-stk           to     file-nmbr.
           start    hfl-stk
                    key  not >  hs-key
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
                    read     hfl-stk
                             next
                             ignore   lock
                             at       end
                                      move     "10"  to  file-stts.
           if       file-stts                   not =  "00"
           or       hs-lic-tp                   not =  fr-doc-tp
           or       kb-hfl-srl                  >      hs-end-srl
                    move     space              to     ws-hfl-vld
                    move     " Serial is not in stock received for this type - press any key"
                                                to     ws-hfl-msg
           else
           if       ws-hfl-srl-end              >      hs-end-srl
                    move     space              to     ws-hfl-vld
                    move     " Serials run past the end of the stock range - press any key"
                                                to     ws-hfl-msg
           else
           if      (hs-asgn-tp                  =      "L"
           and      hs-asgn-id(1:1)             =      kb-clctn-ch)
           or      (hs-asgn-tp                  =      "C"
           and      hs-asgn-id                  =      kb-clk-id)
                    move     kb-hfl-srl         to     ws-hfl-wrk-srl
                    perform  vldt-hfl-srl-used
                             until    ws-hfl-wrk-srl >  ws-hfl-srl-end
                             or       ws-hfl-vld  not = "Y"
           else
                    move     space              to     ws-hfl-vld
                    move     " Stock not assigned to this location or clerk - press any key"
                                                to     ws-hfl-msg.

       vldt-hfl-srl-used.
           move     fr-doc-tp                   to     hsr-lic-tp.
           move     ws-hfl-wrk-srl              to     hsr-srl.
           move     lock-stts                   to     file-stts.
           perform  read-hfl-srl
                    until    file-stts          not =  lock-stts.
           if       file-stts                   =      "00"
                    move     space              to     ws-hfl-vld
                    move     ws-hfl-wrk-srl     to     ws-hfl-srl-ed
                    move     space              to     ws-hfl-msg
                    string   " Serial "         delimited by size
                             ws-hfl-srl-ed      delimited by size
                             " is already issued or spoiled - press any key"
                                                delimited by size
                                                into   ws-hfl-msg.
           add      01                          to     ws-hfl-wrk-srl.

       read-hfl-srl.
           move     file-nmbr-hfl-srl           to     file-nmbr.
           read     hfl-srl
                    invalid  key
                             move     "23"      to     file-stts.

       entr-addl-prty.   *> grantors and grantees past the two name slots on the
                          *> entry screen, kept on feeprty.dat  10/15/26 epa
           move     space                       to     ws-prty-done.
           perform  entr-addl-prty-actn
                    until    ws-prty-done       =      "Y".
           display  ss-fee-titls.
           display  ss-fee-data.

       entr-addl-prty-actn.
           move     ws-prty-cnt                 to     ws-prty-cnt-ed.
           move     space                       to     kb-prty-actn.
           display  " Addl parties     (A)dd (D)elete (L)ist  Enter = continue:  "
                                                 line   16   position 03.
           display  ws-prty-cnt-ed              line   16   position 17.
           accept   kb-prty-actn                line   16   position 63.
           display  "                                                              "
                                                 line   16   position 03.
           if       kb-prty-actn                =      "A"
                    perform  entr-prty-add
           else
           if       kb-prty-actn                =      "D"
                    perform  entr-prty-dele
           else
           if       kb-prty-actn                =      "L"
                    perform  entr-prty-list
           else
           if       kb-prty-actn                =      space
                    move     "Y"                to     ws-prty-done.

       entr-prty-add.
           if       ws-prty-cnt                 =      99
                    display  " Party list is full - press any key "
                                                 line   16   position 03
                    accept   nul-entry           line   16   position 40
                    display  "                                      "
                                                 line   16   position 03
           else
                    perform  entr-prty-add-flds.

       entr-prty-add-flds.
           move     space                       to     kb-prty-side.
           move     space                       to     kb-prty-name-tp.
           move     space                       to     kb-prty-name.
           display  " Grantor/Grantee (1/2):     Person/Business (P/B):  "
                                                 line   16   position 03.
           accept   kb-prty-side                line   16   position 27.
           accept   kb-prty-name-tp             line   16   position 55.
           if       kb-prty-name-tp             =      space
                    move     "P"                to     kb-prty-name-tp.
           if       kb-prty-name-tp             =      "P"
                    display  " Name - Enter  First  Mid  Last "
                                                 line   17   position 03
           else
                    display  " Name - business name as it reads on the document "
                                                 line   17   position 03.
           accept   kb-prty-name                line   18   position 04.
           display  "                                                      "
                                                 line   16   position 03.
           display  "                                                      "
                                                 line   17   position 03.
           display  "                                                                           "
                                                 line   18   position 04.
           perform  vldt-prty-add.
           if       ws-prty-vld                 =      "Y"
                    perform  load-prty-add.

       vldt-prty-add.
           move     "Y"                         to     ws-prty-vld.
           move     zero                        to     ws-prty-prd-cnt.
           inspect  kb-prty-name
                    tallying ws-prty-prd-cnt    for    all  "."
                                                       all  ",".
           if       kb-prty-side                not =  "1"
           and      kb-prty-side                not =  "2"
                    move     space              to     ws-prty-vld
                    display  " Party must be 1 (grantor) or 2 (grantee) - press any key "
                                                 line   16   position 03
                    accept   nul-entry           line   16   position 62
           else
           if       kb-prty-name-tp             not =  "P"
           and      kb-prty-name-tp             not =  "B"
                    move     space              to     ws-prty-vld
                    display  " Name type must be P or B - press any key "
                                                 line   16   position 03
                    accept   nul-entry           line   16   position 46
           else
           if       kb-prty-name                =      space
                    move     space              to     ws-prty-vld
           else
           if       ws-prty-prd-cnt             >      zero
                    move     space              to     ws-prty-vld
                    display  ss-warn-period
                    accept   ss-warn-period
                    display  ss-erase-err.
           display  "                                                              "
                                                 line   16   position 03.

       load-prty-add.
           add      01                          to     ws-prty-cnt.
           set      prty-ix                     to     ws-prty-cnt.
           move     kb-prty-side                to     ws-prty-side(prty-ix).
           move     kb-prty-name-tp             to     ws-prty-name-tp(prty-ix).
           if       kb-prty-name-tp             =      "B"
                    perform  load-prty-bus-name
           else
                    perform  load-prty-fml-name.

       load-prty-bus-name.   *> common-name table, same as the name slots
           move     0011                        to     ic-cd-tp.
           move     kb-prty-name                to     ic-id.
           move     lock-stts                   to     file-stts.
           perform  read-ixcd-file
                    until    file-stts          not =  lock-stts.
           if       file-stts                   =      "00"
                    move     ic-cmn-name        to     ws-prty-name(prty-ix)
           else
                    move     kb-prty-name       to     ws-prty-name(prty-ix).
           perform  release-code-record.

       load-prty-fml-name.   *> split first/middle/last the way the name slots do
           perform  init-unstrg-nam.
           move     kb-prty-name                to     ws-nam.
           perform  scn-ws-nam
                    until    wb-ix              >      63.
           perform  look-for-them.
           perform  look-for-thos.
           move     ws-frst                     to     ws-prty-frst(prty-ix).
           move     ws-midl                     to     ws-prty-midl(prty-ix).
           move     ws-last                     to     ws-prty-last(prty-ix).

       entr-prty-dele.
           move     zero                        to     kb-prty-seq.
           display  " Party # to delete:  "     line   16   position 03.
           accept   kb-prty-seq                 line   16   position 24.
           display  "                         " line   16   position 03.
           if       kb-prty-seq                 >      zero
           and      kb-prty-seq                 not >  ws-prty-cnt
                    perform  entr-prty-dele-shft
                             varying  prty-ix   from   kb-prty-seq   by   01
                             until    prty-ix   not <  ws-prty-cnt
                    set      prty-ix            to     ws-prty-cnt
                    move     space              to     ws-prty-occ(prty-ix)
                    subtract 01                 from   ws-prty-cnt.

       entr-prty-dele-shft.
           set      prty-jx                     to     prty-ix.
           set      prty-jx                     up     by   01.
           move     ws-prty-occ(prty-jx)        to     ws-prty-occ(prty-ix).

       entr-prty-list.   *> thirteen to a page over the fee screen, repainted after
           set      prty-ix                     to     01.
           move     space                       to     ws-prty-done.
           perform  entr-prty-list-page
                    until    prty-ix            >      ws-prty-cnt
                    or       ws-prty-done       =      "Y".
           move     space                       to     ws-prty-done.
           display  ss-fee-titls.
           display  ss-fee-data.

       entr-prty-list-page.
           move     space                       to     ws-prty-line.
           perform  entr-prty-list-clr
                    varying  ws-prty-lin        from   01   by   01
                    until    ws-prty-lin        >      13.
           perform  entr-prty-list-line
                    varying  ws-prty-lin        from   01   by   01
                    until    ws-prty-lin        >      13
                    or       prty-ix            >      ws-prty-cnt.
           display  " Enter = more, X = done:  " line   20   position 03.
           accept   nul-entry                   line   20   position 29.
           display  "                            "
                                                 line   20   position 03.
           if       nul-entry                   =      "X"
                    move     "Y"                to     ws-prty-done.
           move     space                       to     nul-entry.

       entr-prty-list-line.
           set      ws-prty-seq                 to     prty-ix.
           move     ws-prty-seq                 to     ws-prty-seq-ed.
           move     space                       to     ws-prty-full.
           if       ws-prty-name-tp(prty-ix)    =      "B"
                    move     ws-prty-name(prty-ix)
                                                to     ws-prty-full
           else
                    string   ws-prty-last(prty-ix)  delimited by "  "
                             ", "                   delimited by size
                             ws-prty-frst(prty-ix)  delimited by "  "
                             " "                    delimited by size
                             ws-prty-midl(prty-ix)  delimited by "  "
                                                into   ws-prty-full.
           move     space                       to     ws-prty-line.
           string   ws-prty-seq-ed              delimited by size
                    " "                         delimited by size
                    ws-prty-side(prty-ix)       delimited by size
                    " "                         delimited by size
                    ws-prty-name-tp(prty-ix)    delimited by size
                    " "                         delimited by size
                    ws-prty-full                delimited by size
                                                into   ws-prty-line.
           compute  ws-prty-at                  =      (5 + ws-prty-lin) * 100 + 3.
           display  ws-prty-line                at     ws-prty-at.
           set      prty-ix                     up     by   01.

       entr-prty-list-clr.
           compute  ws-prty-at                  =      (5 + ws-prty-lin) * 100 + 3.
           display  ws-prty-line                at     ws-prty-at.

       entr-rltd-inst.   *> the mortgage or other instrument a release, partial
                          *> release, assignment or satisfaction acts on - it
                          *> must be on the deed list / document xref and not
                          *> voided  10/15/26 epa
           move     space                       to     ws-rltd-done.
           perform  entr-rltd-inst-find
                    until    ws-rltd-done       =      "Y".
           display  "                                                                          "
                                                 line   17   position 03.

       entr-rltd-inst-find.
           if       ws-rltd-fnd                 =      "Y"
                    display  " Filed against "   line   17   position 03
                    display  ws-rltd-orig-tp     line   17   position 18
                    display  " book/page "       line   17   position 28
                    display  ws-rltd-orig-bk     line   17   position 39
                    display  "/"                 line   17   position 43
                    display  ws-rltd-orig-pg     line   17   position 44
                    display  " document "        line   17   position 48
                    display  ws-rltd-orig-doc    line   17   position 58.
           move     space                       to     kb-rltd-lkup.
           display  " Original instrument - (B)ook/page, (D)ocument number or (N)ot on file ?  "
                                                 line   16   position 03.
           accept   kb-rltd-lkup                 line   16   position 77.
           display  "                                                                            "
                                                 line   16   position 03.
           move     space                       to     ws-rltd-hit.
           if       kb-rltd-lkup                =      space
           and      ws-rltd-fnd                 =      "Y"
                    move     "Y"                to     ws-rltd-done
           else
           if       kb-rltd-lkup                =      "N"
                    perform  entr-rltd-none
           else
           if       kb-rltd-lkup                =      "D"
                    perform  entr-rltd-by-doc
           else
           if       kb-rltd-lkup                =      "B"
                    perform  entr-rltd-by-bkpg.
           if       ws-rltd-hit                 =      "Y"
                    perform  entr-rltd-cnfm.

       entr-rltd-none.   *> an original older than the deed list - saved unlinked
           move     space                       to     kb-rltd-ok.
           display  " Save with no link to the original (Y/N) ?  "
                                                 line   16   position 03.
           accept   kb-rltd-ok                   line   16   position 47.
           display  "                                              "
                                                 line   16   position 03.
           if       kb-rltd-ok                  =      "Y"
                    move     space              to     ws-rltd-fnd
                    move     "Y"                to     ws-rltd-done.

       entr-rltd-by-bkpg.
           move     fr-rcd-ch                   to     kb-rltd-ch.
           move     zero                        to     kb-rltd-bk.
           move     zero                        to     kb-rltd-pg.
           display  " Courthouse:  "             line   16   position 03.
           display  kb-rltd-ch                   line   16   position 17.
           accept   kb-rltd-ch                   line   16   position 17.
           display  " Book:  "                   line   16   position 20.
           accept   kb-rltd-bk                   line   16   position 28.
           display  " Page:  "                   line   16   position 34.
           accept   kb-rltd-pg                   line   16   position 42.
           display  "                                                    "
                                                 line   16   position 03.

           move     kb-rltd-ch                  to     deed-cort-hous.
           move     kb-rltd-bk                  to     deed-book.
           move     kb-rltd-pg                  to     deed-page.
           move     file-nmbr-deed-list         to     file-nmbr.
           read     deed-list
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
           and      deed-dcmt-type              not =  "VOID-VOID"
           and      deed-dcmt                   not =  fr-doc-no
                    move     "Y"                to     ws-rltd-hit
                    move     deed-dcmt          to     kb-rltd-doc
                    move     deed-dcmt-type     to     kb-rltd-tp
           else
                    perform  entr-rltd-not-fnd.

       entr-rltd-by-doc.
           move     fr-rcd-ch                   to     kb-rltd-ch.
           move     zero                        to     kb-rltd-doc.
           display  " Courthouse:  "             line   16   position 03.
           display  kb-rltd-ch                   line   16   position 17.
           accept   kb-rltd-ch                   line   16   position 17.
           display  " Document number:  "        line   16   position 20.
           accept   kb-rltd-doc                  line   16   position 39.
           display  "                                                       "
                                                 line   16   position 03.

           move     kb-rltd-ch                  to     dcmt-xref-lctn.
           move     kb-rltd-doc                 to     dcmt-xref-nmbr.
           move     file-nmbr-dcmt-xref         to     file-nmbr.
           read     dcmt-xref
                    invalid  key
                             move     "23"      to     file-stts.
           if       file-stts                   =      "00"
           and      dcmt-xref-type              not =  "VOID-VOID"
           and      kb-rltd-doc                 not =  fr-doc-no
                    move     "Y"                to     ws-rltd-hit
                    move     dcmt-xref-type     to     kb-rltd-tp
                    move     dcmt-xref-book     to     kb-rltd-bk
                    move     dcmt-xref-page     to     kb-rltd-pg
           else
                    perform  entr-rltd-not-fnd.

       entr-rltd-not-fnd.
           display  " Not on the deed list / document xref, or voided - press any key "
                                                 line   16   position 03.
           accept   nul-entry                    line   16   position 68.
           display  "                                                                    "
                                                 line   16   position 03.

       entr-rltd-cnfm.
           move     space                       to     kb-rltd-ok.
           display  " "                          line   16   position 03.
           display  kb-rltd-tp                   line   16   position 04.
           display  " bk/pg "                    line   16   position 14.
           display  kb-rltd-bk                   line   16   position 21.
           display  "/"                          line   16   position 25.
           display  kb-rltd-pg                   line   16   position 26.
           display  " doc "                      line   16   position 30.
           display  kb-rltd-doc                  line   16   position 35.
           display  " - correct (Y/N) ?  "       line   16   position 49.
           accept   kb-rltd-ok                   line   16   position 69.
           display  "                                                                    "
                                                 line   16   position 03.
           if       kb-rltd-ok                  =      "Y"
                    move     "Y"                to     ws-rltd-fnd
                    move     "Y"                to     ws-rltd-done
                    move     kb-rltd-ch         to     ws-rltd-orig-ch
                    move     kb-rltd-bk         to     ws-rltd-orig-bk
                    move     kb-rltd-pg         to     ws-rltd-orig-pg
                    move     kb-rltd-doc        to     ws-rltd-orig-doc
                    move     kb-rltd-tp         to     ws-rltd-orig-tp.

       entr-prcl.   *> tax parcel(s) and short legal description on a
                     *> deed-class document, kept on feeprcl.dat for the
                     *> Assessor transfer feed  10/15/26 epa
           move     space                       to     ws-prcl-done.
           perform  entr-prcl-actn
                    until    ws-prcl-done       =      "Y".
           display  ss-fee-titls.
           display  ss-fee-data.

       entr-prcl-actn.
           move     ws-prcl-cnt                 to     ws-prcl-cnt-ed.
           move     space                       to     kb-prcl-actn.
           display  " Parcels          (A)dd (D)elete (L)ist  Enter = continue:  "
                                                 line   16   position 03.
           display  ws-prcl-cnt-ed              line   16   position 17.
           accept   kb-prcl-actn                line   16   position 63.
           display  "                                                              "
                                                 line   16   position 03.
           if       kb-prcl-actn                =      "A"
                    perform  entr-prcl-add
           else
           if       kb-prcl-actn                =      "D"
                    perform  entr-prcl-dele
           else
           if       kb-prcl-actn                =      "L"
                    perform  entr-prcl-list
           else
           if       kb-prcl-actn                =      space
           and      ws-prcl-cnt                 =      zero
                    perform  entr-prcl-none
           else
           if       kb-prcl-actn                =      space
                    move     "Y"                to     ws-prcl-done.

       entr-prcl-none.   *> the Assessor needs a parcel - ask before going on
           move     space                       to     kb-prcl-ok.
           display  " No parcel keyed - continue without one (Y/N) ?  "
                                                 line   16   position 03.
           accept   kb-prcl-ok                   line   16   position 52.
           display  "                                                   "
                                                 line   16   position 03.
           if       kb-prcl-ok                  =      "Y"
                    move     "Y"                to     ws-prcl-done.

       entr-prcl-add.
           if       ws-prcl-cnt                 =      20
                    display  " Parcel list is full - press any key "
                                                 line   16   position 03
                    accept   nul-entry           line   16   position 41
                    display  "                                       "
                                                 line   16   position 03
           else
                    perform  entr-prcl-add-flds.

       entr-prcl-add-flds.
           move     space                       to     kb-prcl-id.
           move     space                       to     kb-prcl-lot.
           move     space                       to     kb-prcl-blk.
           move     space                       to     kb-prcl-subd.
           move     space                       to     kb-prcl-addr.
           display  " Parcel ID:  "              line   16   position 03.
           accept   kb-prcl-id                   line   16   position 16.
           display  " Lot:  "                    line   16   position 37.
           accept   kb-prcl-lot                  line   16   position 44.
           display  " Block:  "                  line   16   position 51.
           accept   kb-prcl-blk                  line   16   position 60.
           display  " Subdivision:  "            line   17   position 03.
           accept   kb-prcl-subd                 line   17   position 18.
           display  " Address:  "                line   18   position 03.
           accept   kb-prcl-addr                 line   18   position 14.
           display  "                                                               "
                                                 line   16   position 03.
           display  "                                                "
                                                 line   17   position 03.
           display  "                                                     "
                                                 line   18   position 03.
           perform  vldt-prcl-add.
           if       ws-prcl-vld                 =      "Y"
                    add      01                 to     ws-prcl-cnt
                    set      prcl-ix            to     ws-prcl-cnt
                    move     kb-prcl-id         to     ws-prcl-id(prcl-ix)
                    move     kb-prcl-lot        to     ws-prcl-lot(prcl-ix)
                    move     kb-prcl-blk        to     ws-prcl-blk(prcl-ix)
                    move     kb-prcl-subd       to     ws-prcl-subd(prcl-ix)
                    move     kb-prcl-addr       to     ws-prcl-addr(prcl-ix).

       vldt-prcl-add.   *> blank parcel id abandons the add; the same parcel
                         *> twice on one deed is a keying slip
           move     "Y"                         to     ws-prcl-vld.
           if       kb-prcl-id                  =      space
                    move     space              to     ws-prcl-vld
           else
                    perform  vldt-prcl-dupl
                             varying  prcl-ix   from   01   by   01
                             until    prcl-ix   >      ws-prcl-cnt.
           if       ws-prcl-vld                 =      "D"
                    move     space              to     ws-prcl-vld
                    display  " Parcel already on this document - press any key "
                                                 line   16   position 03
                    accept   nul-entry           line   16   position 53
                    display  "                                                   "
                                                 line   16   position 03.

       vldt-prcl-dupl.
           if       ws-prcl-id(prcl-ix)         =      kb-prcl-id
                    move     "D"                to     ws-prcl-vld.

       entr-prcl-dele.
           move     zero                        to     kb-prcl-seq.
           display  " Parcel # to delete:  "    line   16   position 03.
           accept   kb-prcl-seq                 line   16   position 25.
           display  "                          " line   16   position 03.
           if       kb-prcl-seq                 >      zero
           and      kb-prcl-seq                 not >  ws-prcl-cnt
                    perform  entr-prcl-dele-shft
                             varying  prcl-ix   from   kb-prcl-seq   by   01
                             until    prcl-ix   not <  ws-prcl-cnt
                    set      prcl-ix            to     ws-prcl-cnt
                    move     space              to     ws-prcl-occ(prcl-ix)
                    subtract 01                 from   ws-prcl-cnt.

       entr-prcl-dele-shft.
           set      prcl-jx                     to     prcl-ix.
           set      prcl-jx                     up     by   01.
           move     ws-prcl-occ(prcl-jx)        to     ws-prcl-occ(prcl-ix).

       entr-prcl-list.   *> thirteen to a page over the fee screen, repainted after
           set      prcl-ix                     to     01.
           move     space                       to     ws-prcl-done.
           perform  entr-prcl-list-page
                    until    prcl-ix            >      ws-prcl-cnt
                    or       ws-prcl-done       =      "Y".
           move     space                       to     ws-prcl-done.
           display  ss-fee-titls.
           display  ss-fee-data.

       entr-prcl-list-page.
           move     space                       to     ws-prcl-line.
           perform  entr-prcl-list-clr
                    varying  ws-prcl-lin        from   01   by   01
                    until    ws-prcl-lin        >      13.
           perform  entr-prcl-list-line
                    varying  ws-prcl-lin        from   01   by   01
                    until    ws-prcl-lin        >      13
                    or       prcl-ix            >      ws-prcl-cnt.
           display  " Enter = more, X = done:  " line   20   position 03.
           accept   nul-entry                   line   20   position 29.
           display  "                            "
                                                 line   20   position 03.
           if       nul-entry                   =      "X"
                    move     "Y"                to     ws-prcl-done.
           move     space                       to     nul-entry.

       entr-prcl-list-line.
           set      ws-prcl-seq                 to     prcl-ix.
           move     ws-prcl-seq                 to     ws-prcl-seq-ed.
           move     space                       to     ws-prcl-line.
           string   ws-prcl-seq-ed              delimited by size
                    " "                         delimited by size
                    ws-prcl-id(prcl-ix)         delimited by size
                    " "                         delimited by size
                    ws-prcl-lot(prcl-ix)        delimited by size
                    " "                         delimited by size
                    ws-prcl-blk(prcl-ix)        delimited by size
                    " "                         delimited by size
                    ws-prcl-subd(prcl-ix)       delimited by size
                    " "                         delimited by size
                    ws-prcl-addr(prcl-ix)       delimited by size
                                                into   ws-prcl-line.
           compute  ws-prcl-at                  =      (5 + ws-prcl-lin) * 100 + 3.
           display  ws-prcl-line                at     ws-prcl-at.
           set      prcl-ix                     up     by   01.

       entr-prcl-list-clr.
           compute  ws-prcl-at                  =      (5 + ws-prcl-lin) * 100 + 3.
           display  ws-prcl-line                at     ws-prcl-at.

/
       init-prog.
           move     "+"                         to     swch-nmbr(01).
           perform  open-fee-nm-xrf.
           perform  open-fee-chlog.
           perform  open-opr-file.
           perform  open-fee-prty.
           perform  open-fee-rltd.
           perform  open-rltd-xrf.
           perform  open-fee-prcl.
           perform  open-asr-queue.
           perform  open-hfl-stk.
           perform  open-hfl-srl.
           perform  open-rfnd-file.

           move     space                       to     dt-prnt.
           move     space                       to     print-record.
                    close    fee-chlog
                    open     i-o     fee-chlog.

       open-fee-prty.
           move     file-nmbr-fee-prty          to     file-nmbr.
           open     i-o      fee-prty.
           if       file-stts                   not =  "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     i-o     fee-prty.

       open-fee-rltd.
           move     file-nmbr-fee-rltd          to     file-nmbr.
           open     i-o      fee-rltd.
           if       file-stts                   not =  "00"
                    open     output  fee-rltd
                    close    fee-rltd
                    open     i-o     fee-rltd.

       open-rltd-xrf.
           move     file-nmbr-rltd-xrf          to     file-nmbr.
           open     i-o      rltd-xrf.
           if       file-stts                   not =  "00"
                    open     output  rltd-xrf
                    close    rltd-xrf
                    open     i-o     rltd-xrf.

       open-fee-prcl.
           move     file-nmbr-fee-prcl          to     file-nmbr.
           open     i-o      fee-prcl.
           if       file-stts                   not =  "00"
                    open     output  fee-prcl
                    close    fee-prcl
                    open     i-o     fee-prcl.

       open-asr-queue.
           move     file-nmbr-asr-queue         to     file-nmbr.
           open     i-o      asr-queue.
           if       file-stts                   not =  "00"
                    open     output  asr-queue
                    close    asr-queue
                    open     i-o     asr-queue.

       open-hfl-stk.   *> license stock is received in feehs - read only here
           move     file-nmbr-hfl-stk           to     file-nmbr.
           open     input    hfl-stk.
           if       file-stts                   not =  "00"
                    open     output  hfl-stk
                    close    hfl-stk
                    open     input   hfl-stk.

       open-hfl-srl.
           move     file-nmbr-hfl-srl           to     file-nmbr.
           open     i-o      hfl-srl.
           if       file-stts                   not =  "00"
                    open     output  hfl-srl
                    close    hfl-srl
                    open     i-o     hfl-srl.

       open-rfnd-file.   *> refunds are kept in feerf - read only here
           move     file-nmbr-rfnd-file         to     file-nmbr.
           open     input    rfnd-file.
           if       file-stts                   not =  "00"
                    open     output  rfnd-file
                    close    rfnd-file
                    open     input   rfnd-file.

       open-opr-file.   *> fee entry never writes operator records - the file
                         *> stays open input so the sign-on read cannot hold
                         *> a lock against the maintenance program or another
/
       init-store.
           initialize  ws-pay-flds.
           perform  clr-addl-prty.
           perform  clr-rltd-inst.
           perform  clr-prcl.
           move     zero                        to    ws-receipt-no.
           move     space                       to     run-mode.
           move     space                       to     kb-payoff.
       entr-clk-ch.
           move     space                       to     valid-clk-id.
           move     space                       to     valid-ch.
           perform  chck-rcvr-hold.                                  *> files being recovered 10/15/26 epa
           perform  entr-clk-id
                    until   valid-clk-id        =      "Y"
                    or      run-mode            =      "E".
           or       valid-clk-id                not =  "Y"
                    move    "E"                 to     run-mode.

       chck-rcvr-hold.   *> feefr holds the counter shut until the counters check clean
           move     0022                        to     ic-cd-tp.
           move     "RECOVERY"                  to     ic-id.
           move     lock-stts                   to     file-stts.
           move     02                          to     file-nmbr.
           perform  read-ixcd-file
                    until    file-stts          not =  lock-stts.
           if       file-stts                   =      "00"
           and      ic-locked                   =      "HOLD"
                    display  ss-rcvr-hold
                    accept   ss-rcvr-hold
                    move     "E"                to     run-mode.
           perform  release-code-record.

       entr-clk-id.
           perform  smpl-tim.
           perform  dsply-brdr.

           if       file-stts                   =      "23"
                    perform  cler-fee-rec
                    perform  clr-addl-prty
                    perform  clr-rltd-inst
                    perform  clr-prcl
                    move     "A"                to     run-mode
                    perform  load-dflt-values
                    perform  erq-offer-pending
                             into  ws-card-last4 ws-card-auth-cd.

           if       run-mode                    =      "C"           *> before-image for the
                    perform  save-bfor-image                         *> change audit  09/01/26 epa
                    perform  load-addl-prty                          *> 10/15/26 epa
                    perform  load-rltd-inst
                    perform  load-prcl.

           perform  load-edt-dt-tm.

           if        file-stts                  =       "00"
                     move     "      "          to      ic-locked
                     move     zero              to      ic-locked-by
                     perform  updt-bk-pg-used
                     move     02                to      file-nmbr
                     rewrite  index-code-record
                     if       file-stts         =       "00"
                              move     "R"      to      rv-func
                              perform  rlog-ixcd.

           perform  release-code-record.

       updt-bk-pg-used.   *> never wind the lock back into a closed-out book
                           *> 10/15/26 epa
           if        ic-clsd-bk                 not numeric
           or        fr-end-bk                  >       ic-clsd-bk
                     move     fr-end-bk         to      ic-lst-bk-used
                     move     fr-end-pg         to      ic-lst-pg-used.

       unlock-own-bk-pg.
           move     0007                        to      ic-cd-tp.
           move     fr-bk-to-rcd-in             to      ic-id.
           move     zero                        to      ws-rpt-amt-ar.
           move     zero                        to      ws-rpt-amt-exempt.
           move     zero                        to      ws-rpt-amt-escrow.
           move     zero                        to      ws-rpt-amt-rfnd.
           move     zero                        to      ws-rpt-grand-tot.
           move     zero                        to      ws-rpt-clrk-cnt.
           move     zero                        to      ws-rpt-lctn-cnt.
                    add      fees-jrnl-amnt-rcvd to     ws-rpt-amt-exempt
           else
           if       fees-jrnl-pymt-type         =       "5"
                    add      fees-jrnl-amnt-rcvd to     ws-rpt-amt-escrow
           else                                                      *> refund journalled at
           if       fees-jrnl-pymt-type         =       "R"          *> approval - the Treasurer
                    add      fees-jrnl-amnt-rcvd to     ws-rpt-amt-rfnd.  *> pays it, not a drawer
                                                                      *> 10/15/26 epa

           add      fees-jrnl-amnt-rcvd         to      ws-rpt-grand-tot.

                    or       ws-rpt-clrk-id(rpt-c-ix) =  fees-jrnl-user.
           if       rpt-c-ix                    >       ws-rpt-clrk-cnt
           and      ws-rpt-clrk-cnt             <       25
           and      fees-jrnl-pymt-type         not =   "R"          *> 10/15/26 epa
                    add      01                 to      ws-rpt-clrk-cnt
                    set      rpt-c-ix           to      ws-rpt-clrk-cnt
                    move     fees-jrnl-user     to      ws-rpt-clrk-id(rpt-c-ix)
                    move     zero               to      ws-rpt-clrk-amt(rpt-c-ix).
           if       rpt-c-ix                    not >   ws-rpt-clrk-cnt
           and      fees-jrnl-pymt-type         not =   "R"
                    add      fees-jrnl-amnt-rcvd to     ws-rpt-clrk-amt(rpt-c-ix).

           set      rpt-l-ix                    to      01.
                    or       ws-rpt-lctn-cd(rpt-l-ix) =  fees-jrnl-lctn-cort.
           if       rpt-l-ix                    >       ws-rpt-lctn-cnt
           and      ws-rpt-lctn-cnt             <       10
           and      fees-jrnl-pymt-type         not =   "R"          *> 10/15/26 epa
                    add      01                 to      ws-rpt-lctn-cnt
                    set      rpt-l-ix           to      ws-rpt-lctn-cnt
                    move     fees-jrnl-lctn-cort to     ws-rpt-lctn-cd(rpt-l-ix)
                    move     zero               to      ws-rpt-lctn-amt(rpt-l-ix).
           if       rpt-l-ix                    not >   ws-rpt-lctn-cnt
           and      fees-jrnl-pymt-type         not =   "R"
                    add      fees-jrnl-amnt-rcvd to     ws-rpt-lctn-amt(rpt-l-ix).

       rpt-recon-clrk-srch.
                                                 into  ws-rpt-line.
           move     ws-rpt-line                 to      print-record.
           write    print-record.
           move     ws-rpt-amt-rfnd             to      ws-rpt-amt-ed.  *> refunds journalled,
           string   "  Refunds  "                delimited by size   *> paid by the Treasurer -
                    ws-rpt-amt-ed                delimited by size   *> in the grand total, not
                    " journalled"                delimited by size   *> in the clerk or location
                                                 into  ws-rpt-line.  *> lines  10/15/26 epa
           move     ws-rpt-line                 to      print-record.
           write    print-record.

           move     space                       to      print-record.
           write    print-record.
           move     ws-copy-doc-no              to    rc-item-doc-no.
           move     space                       to    rc-filler.
           move     04                          to    file-nmbr.
           perform  write-fee-rcpt.

       otpt-copy-jrnl.   *> adjustment entry under the copy bookkeeping code
                          *> so copy revenue shows on its own line of the
                    invalid  key
                             move     "22"      to    file-stts
                             add      01        to    fees-jrnl-sqnc.
           if       file-stts                   =     "00"
                    move     "W"                to    rv-func
                    perform  rlog-fees-jrnl.

       copy-chck-postd.   *> a copy sale rung after the evening close may not
                           *> land on a day the posting run has already swept
                    perform  copy-bump-date.
           perform  release-code-record.

       copy-bump-date.   *> the next day the courthouse is open  10/15/26 epa
           move     "N"                         to    bd-func.
           move     ws-chg-date                 to    bd-date.
           call     "feebd"                     using bd-parm.
           move     bd-rslt-date                to    ws-chg-date.

       prnt-copy-rcpt.
           move     copy-path                   to    prnt-path.
           subtract fr-amt-due                    from   0
                                                  giving rc-payment-amount
           move     "void"                        to     rc-check-no
           perform  write-fee-rcpt.
                                                                                   
       otpt-fee-rcpt.  
           perform  load-receipt-no.                                          
                    move     ws-pay-tp1           to   rc-payment-type
                    move     fr-amt-due           to   rc-payment-amount
                    move     ws-chk-no1           to   rc-check-no
                    perform  write-fee-rcpt
           else
           if       ws-pay-tp1                    =    "3"
           and      kb-sngl-mult                  =    "M"
                    move     ws-pay-tp1           to   rc-payment-type
                    move     ws-mult-amt-due      to   rc-payment-amount
                    move     ws-chk-no1           to   rc-check-no
                    perform  write-fee-rcpt
           else
           if       ws-pay-tp1                    =    "4"
                    move     01                   to   rc-consec-no
                    move     ws-pay-tp1           to   rc-payment-type
                    move     ws-pay-amt1          to   rc-payment-amount
                    move     ws-chk-no1           to   rc-check-no
                    perform  write-fee-rcpt
           else
           if       ws-pay-amt1                   not = zero
                    move     01                   to    rc-consec-no
                    move     ws-pay-tp1           to    rc-payment-type
                    move     ws-pay-amt1          to    rc-payment-amount
                    move     ws-chk-no1           to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-pay-amt2                   not = zero
                    move     02                   to    rc-consec-no
                    move     ws-pay-tp2           to    rc-payment-type
                    move     ws-pay-amt2          to    rc-payment-amount
                    move     ws-chk-no2           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt3                   not = zero
                    move     03                   to    rc-consec-no
                    move     ws-pay-tp3           to    rc-payment-type
                    move     ws-pay-amt3          to    rc-payment-amount
                    move     ws-chk-no3           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt4                   not = zero
                    move     04                   to    rc-consec-no
                    move     ws-pay-tp4           to    rc-payment-type
                    move     ws-pay-amt4          to    rc-payment-amount
                    move     ws-chk-no4           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt5                   not = zero
                    move     05                   to    rc-consec-no
                    move     ws-pay-tp5           to    rc-payment-type
                    move     ws-pay-amt5          to    rc-payment-amount
                    move     ws-chk-no5           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt6                   not = zero
                    move     06                   to    rc-consec-no
                    move     ws-pay-tp6           to    rc-payment-type
                    move     ws-pay-amt6          to    rc-payment-amount
                    move     ws-chk-no6           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt7                   not = zero
                    move     07                   to    rc-consec-no
                    move     ws-pay-tp7           to    rc-payment-type
                    move     ws-pay-amt7          to    rc-payment-amount
                    move     ws-chk-no7           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt8                   not = zero
                    move     08                   to    rc-consec-no
                    move     ws-pay-tp8           to    rc-payment-type
                    move     ws-pay-amt8          to    rc-payment-amount
                    move     ws-chk-no8           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt9                   not = zero
                    move     09                   to    rc-consec-no
                    move     ws-pay-tp9           to    rc-payment-type
                    move     ws-pay-amt9          to    rc-payment-amount
                    move     ws-chk-no9           to    rc-check-no
                    perform  write-fee-rcpt.
           if       ws-pay-amt10                  not = zero
                    move     10                   to    rc-consec-no
                    move     ws-pay-tp10          to    rc-payment-type
                    move     ws-pay-amt10         to    rc-payment-amount
                    move     ws-chk-no10          to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-pay-amt11                  not = zero
                    move     11                   to    rc-consec-no
                    move     ws-pay-tp11          to    rc-payment-type
                    move     ws-pay-amt11         to    rc-payment-amount
                    move     ws-chk-no11          to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-pay-amt12                  not = zero
                    move     12                   to    rc-consec-no
                    move     ws-pay-tp12          to    rc-payment-type
                    move     ws-pay-amt12         to    rc-payment-amount
                    move     ws-chk-no12          to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-pay-amt13                  not = zero
                    move     13                   to    rc-consec-no
                    move     ws-pay-tp13          to    rc-payment-type
                    move     ws-pay-amt13         to    rc-payment-amount
                    move     ws-chk-no13          to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-pay-amt14                  not = zero
                    move     14                   to    rc-consec-no
                    move     ws-pay-tp14          to    rc-payment-type
                    move     ws-pay-amt14         to    rc-payment-amount
                    move     ws-chk-no14          to    rc-check-no
                    perform  write-fee-rcpt.

           if       ws-change                     >     zero
           and      ws-pay-tp1                    not = "4"
                    subtract ws-change            from  0
                                                  giving rc-payment-amount
                    move     "change"             to    rc-check-no
                    perform  write-fee-rcpt.

           if       kb-sngl-mult                   =    "M"
                    perform  otpt-mult-pyof-item-rcpts.
           move     mt-amt-due                     to   rc-payment-amount.
           move     space                          to   rc-check-no.
           move     04                             to   file-nmbr.
           perform  write-fee-rcpt.

       load-receipt-no.
           move     0013                         to    ic-cd-tp.
           if       file-stts                    =     "00"
                    move     ws-receipt-no       to    ic-nxt-rcpt-no-num
                    move     02                  to    file-nmbr
                    rewrite  ic-nxt-rcpt-no-record
                    if       file-stts           =     "00"
                             move     "R"        to    rv-func
                             perform  rlog-ixcd.

       mp-entr-pymt.
           perform  mp-clear-pay-flds.
           add      01                           to    ic-nxt-doc-no
           move     02                           to    file-nmbr.
           rewrite  ic-nxt-doc-no-record.
           if       file-stts                    =     "00"
                    move     "R"                 to    rv-func
                    perform  rlog-ixcd.
/
       entr-fld.
           if       fld-no                       =     01
                    move     file-nmbr-escr-mstr
                                             to      file-nmbr
                    rewrite  escrow-master-record
                    move     "R"             to      rv-func
                    perform  rlog-escr-mstr
                    perform  escr-write-trns.

       escr-load-dt-tm.
                    move     file-nmbr-escr-mstr
                                             to      file-nmbr
                    rewrite  escrow-master-record
                    move     "R"             to      rv-func
                    perform  rlog-escr-mstr
                    perform  escr-write-crdt.

       escr-write-crdt.
                    invalid  key
                             move     "22"   to      file-stts
                             add      01     to      et-trns-seq.
           if       file-stts                =       "00"
                    move     "W"             to      rv-func
                    perform  rlog-escr-trns.

       entr-exempt-cd.
           move      space          to      ws-exempt-cd.
           perform  read-ixcd-file
                    until    file-stts       not =   lock-stts.

           if       file-stts                =       "00"            *> a closed-out book is
           and      ic-clsd-bk               numeric                 *> never handed pages
           and      ic-lst-bk-used           not >   ic-clsd-bk      *> again - start the
                    move     ic-clsd-bk      to      ic-lst-bk-used  *> book after it
                    add      01              to      ic-lst-bk-used  *> 10/15/26 epa
                    move     zero            to      ic-lst-pg-used.

           if       file-stts                =       "00"
           and      ic-lst-pg-used           >       ic-max-pgs
           and      ic-locked                =       "LOCKED"
           move     ic-bk-to-rcd-in          to      fr-bk-to-rcd-in.
           move     ic-bkkp-cd               to      fr-bkkp-cd.
           move     ic-trnsf-tax-flg         to      ws-trnsf-tax-flg.
           move     ic-rltd-inst             to      ws-rltd-tp.      *> 10/15/26 epa
           move     ic-flat-rcd-fee          to      ws-rcd-fee.
           move     ic-addl-pg-fee           to      ws-addl-pg-fee.
           move     ic-pstg-fee              to      ws-pstg-fee.
       write-fee-record.
           move     01                        to     file-nmbr.
           write    fee-record.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-fee-file.

       rewrite-fee-record.
           move     01                        to     file-nmbr.
           rewrite  fee-record.
           if       file-stts                 =      "00"
                    move     "R"              to     rv-func
                    perform  rlog-fee-file.
           if       run-mode                  =      "C"            *> permanent before/after
                    perform  otpt-chg-audt.                         *> audit  09/01/26 epa

       write-fee-rcpt.
           write    fee-receipt-record
                    invalid  key
                             move     "22"    to     file-stts.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-fee-rcpt.

       write-fees-jrnl.
           write    fees-jrnl-rcrd.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-fees-jrnl.

       rewrite-fees-jrnl.
           rewrite  fees-jrnl-rcrd.
           if       file-stts                 =      "00"
                    move     "R"              to     rv-func
                    perform  rlog-fees-jrnl.

       write-fil-xrf.
           write    flxrf-rec
                    invalid  key
                             rewrite  flxrf-rec.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-fil-xrf.

       rewrite-fil-xrf.
           rewrite  flxrf-rec.
           if       file-stts                 =      "00"
                    move     "R"              to     rv-func
                    perform  rlog-fil-xrf.

       write-vin-xref.
           write    vin-xref-record
                    invalid  key
                             rewrite  vin-xref-record.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-vin-xref.

       write-name-xref.
           write    fee-name-xref-record
                    invalid  key
                             rewrite  fee-name-xref-record.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-name-xref.

       delete-name-xref.
           delete   fee-nm-xrf record
                    invalid  key
                             move     "23"    to     file-stts.
           if       file-stts                 =      "00"
                    move     "D"              to     rv-func
                    perform  rlog-name-xref.

       write-rltd-xref.
           write    rltd-xref-record
                    invalid  key
                             rewrite  rltd-xref-record.
           if       file-stts                 =      "00"
                    move     "W"              to     rv-func
                    perform  rlog-rltd-xref.

       delete-rltd-xref.
           delete   rltd-xrf record
                    invalid  key
                             move     "23"    to     file-stts.
           if       file-stts                 =      "00"
                    move     "D"              to     rv-func
                    perform  rlog-rltd-xref.
/
       rlog-fee-file.   *> after-image of each change to a protected file
                         *> for the forward-recovery log  10/15/26 epa
           move     "FEEFILE"                 to     rv-file.
           move     fee-record                to     rv-rcrd.
           perform  rlog-call.

       rlog-fee-rcpt.
           move     "FEERCPT"                 to     rv-file.
           move     fee-receipt-record        to     rv-rcrd.
           perform  rlog-call.

       rlog-fees-jrnl.
           move     "FEESJRNL"                to     rv-file.
           move     fees-jrnl-rcrd            to     rv-rcrd.
           perform  rlog-call.

       rlog-deed-list.
           move     "DEEDLIST"                to     rv-file.
           move     deed-list-rcrd            to     rv-rcrd.
           perform  rlog-call.

       rlog-dcmt-xref.
           move     "DCMTXREF"                to     rv-file.
           move     dcmt-xref-rcrd            to     rv-rcrd.
           perform  rlog-call.

       rlog-fil-xrf.
           move     "FILEXRF"                 to     rv-file.
           move     flxrf-rec                 to     rv-rcrd.
           perform  rlog-call.

       rlog-vin-xref.
           move     "VINXRF"                  to     rv-file.
           move     vin-xref-record           to     rv-rcrd.
           perform  rlog-call.

       rlog-name-xref.
           move     "FEENMXRF"                to     rv-file.
           move     fee-name-xref-record      to     rv-rcrd.
           perform  rlog-call.

       rlog-rltd-xref.
           move     "FEERLXRF"                to     rv-file.
           move     rltd-xref-record          to     rv-rcrd.
           perform  rlog-call.

       rlog-fee-rltd.   *> the per-document link, party and parcel rows, so a
                         *> restore brings them back in step with the fee
                         *> record and the xrefs built from them  10/15/26 epa
           move     "FEERLTD"                 to     rv-file.
           move     fee-rltd-record           to     rv-rcrd.
           perform  rlog-call.

       rlog-fee-prty.
           move     "FEEPRTY"                 to     rv-file.
           move     fee-prty-record           to     rv-rcrd.
           perform  rlog-call.

       rlog-fee-prcl.
           move     "FEEPRCL"                 to     rv-file.
           move     fee-prcl-record           to     rv-rcrd.
           perform  rlog-call.

       rlog-ixcd.   *> the 0007/0010/0013 counter rows - the whole record
                     *> area, whichever view was rewritten
           move     "IXCDFILE"                to     rv-file.
           move     index-code-record         to     rv-rcrd.
           perform  rlog-call.

       rlog-escr-mstr.
           move     "ESCRMSTR"                to     rv-file.
           move     escrow-master-record      to     rv-rcrd.
           perform  rlog-call.

       rlog-escr-trns.
           move     "ESCRTRNS"                to     rv-file.
           move     escrow-trans-record       to     rv-rcrd.
           perform  rlog-call.

       rlog-call.   *> only a change that took - file-stts is still that
                     *> of the write, rewrite or delete just made  10/15/26 epa
           move     "FEEN"                    to     rv-prog.
           move     kb-clk-id                 to     rv-user.
           if       file-stts                 =      "00"
                    call     "feerv"          using  rv-parm.

       release-code-record.
           move     9999                     to     ic-cd-tp.
           move     "XXXXXXXXX"              to     ic-id.
           close    fee-chlog.
           move     file-nmbr-opr-file       to     file-nmbr.
           close    opr-file.
           move     file-nmbr-fee-prty       to     file-nmbr.
           close    fee-prty.
           move     file-nmbr-fee-rltd       to     file-nmbr.
           close    fee-rltd.
           move     file-nmbr-rltd-xrf       to     file-nmbr.
           close    rltd-xrf.
           move     file-nmbr-fee-prcl       to     file-nmbr.
           close    fee-prcl.
           move     file-nmbr-asr-queue      to     file-nmbr.
           close    asr-queue.
           move     file-nmbr-hfl-stk        to     file-nmbr.
           close    hfl-stk.
           move     file-nmbr-hfl-srl        to     file-nmbr.
           close    hfl-srl.
           move     file-nmbr-rfnd-file      to     file-nmbr.
           close    rfnd-file.

