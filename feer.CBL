*     *      date) and seeds the priced fee columns from the      *
*     *      matching 0006 document-type row in ixcdfile.dat.     *
*     *      Safe to re-run - rows are rewritten in place.        *
*     *      The (P)roposed-flag mode reloads the effective-      *
*     *      dated layout from before the proposed-rate flag      *
*     *      was added (rename indxcode.dat to indxcode.old       *
*     *      first); every row comes across as a live rate        *
*     *      10/15/26 epa                                         *
*-----*-----------------------------------------------------------*

           select old-indx   assign "\\kcffil01\clk\dat\indxcode.old"
                             record key   old-indx-key
                             file status  file-stts.

           select prv-indx   assign "\\kcffil01\clk\dat\indxcode.old"
                             organization indexed
                             access mode  dynamic
                             record key   prv-indx-key
                             file status  file-stts.

           select ixcd-file  assign "\\kcffil01\clk\dat\ixcdfile.dat"
                             organization indexed
                             access mode  dynamic
           02  old-cnty-fees          pic  s9(07)v99.
           02  old-vitl-pstg          pic  s9(07)v99.
           02  old-lbry-arch          pic  s9(07)v99.
/
*-----*-----------------------------------------------------------*
*     * layout of indxcode.dat before the proposed-rate flag      *
*     *      10/15/26 epa                                         *
*-----*-----------------------------------------------------------*
       fd  prv-indx.

       01  prv-indx-rcrd.
           02  prv-indx-key.
               03  prv-code-valu      pic  x(05).
               03  prv-cort-hous      pic  x(01).
               03  prv-eff-date       pic  9(08).
           02  prv-stat-fees          pic  s9(07)v99.
           02  prv-clrk-fees          pic  s9(07)v99.
           02  prv-cmsn-rate          pic  v9(04).
           02  prv-afrd-hous          pic  s9(07)v99.
           02  prv-cnty-fees          pic  s9(07)v99.
           02  prv-vitl-pstg          pic  s9(07)v99.
           02  prv-lbry-arch          pic  s9(07)v99.
           02  prv-flat-rcd-fee       pic  s9(07)v99.
           02  prv-addl-pg-fee        pic  s9(07)v99.
           02  prv-pstg-fee           pic  s9(07)v99.
           02  prv-pnly-fee           pic  s9(07)v99.
           02  prv-trnsf-tax-fee      pic  s9(07)v99.
/
       working-storage section.

           02                   pic  9(01) value 09.
           02                   pic  9(02) comp-x value 68.

       01  kb-mode              pic  x(01).
       01  ws-row-cnt           pic  9(05).
       01  ws-no-0006-cnt       pic  9(05).
       01  ws-cnt-ed            pic  z(04)9.

       file-eror section.
           use after standard error procedure on old-indx
                                                 prv-indx
                                                 ixcd-file
                                                 indx-code.
       file-eror-proc.
                    stop     run.
       end      declaratives.
/
           move     space                      to    kb-mode.
           display  "(K)ey conversion from the old layout or".
           display  "(P)roposed-flag conversion: ".
           accept   kb-mode.
           if       kb-mode                    =     "P"
                    perform  prps-init
                    perform  prps-scan
                    perform  prps-totals
                    close    prv-indx
                    close    indx-code
           else
                    perform  init-prog
                    perform  reld-scan
                    perform  dsply-totals
                    perform  clos-fils.
           stop     run.

       init-prog.
                    display  "Those rows carry zero priced fees - review them"
                    display  "in the fee schedule maintenance screen.".

       prps-init.   *> proposed-flag conversion  10/15/26 epa
           move     zero                       to    ws-row-cnt.
           open     input    prv-indx.
           if       file-stts                  not = "00"
                    display  "Cannot open indxcode.old - status "
                    display  file-stts
                    display  "Rename the existing indxcode.dat to"
                    display  "indxcode.old before running this."
                    stop     run.

           open     i-o      indx-code.
           if       file-stts                  not = "00"
                    open     output  indx-code
                    close    indx-code
                    open     i-o     indx-code.

       prps-scan.
           move     space                      to    file-stts.
           perform  prps-scan-rd
                    until    file-stts         =     "10".

       prps-scan-rd.
           read     prv-indx
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
                    perform  prps-one-row.

       prps-one-row.
           initialize indx-rcrd.
           move     prv-code-valu              to    indx-code-valu.
           move     prv-cort-hous              to    indx-cort-hous.
           move     prv-eff-date               to    indx-eff-date.
           move     prv-stat-fees              to    indx-stat-fees.
           move     prv-clrk-fees              to    indx-clrk-fees.
           move     prv-cmsn-rate              to    indx-cmsn-rate.
           move     prv-afrd-hous              to    indx-afrd-hous.
           move     prv-cnty-fees              to    indx-cnty-fees.
           move     prv-vitl-pstg              to    indx-vitl-pstg.
           move     prv-lbry-arch              to    indx-lbry-arch.
           move     prv-flat-rcd-fee           to    indx-flat-rcd-fee.
           move     prv-addl-pg-fee            to    indx-addl-pg-fee.
           move     prv-pstg-fee               to    indx-pstg-fee.
           move     prv-pnly-fee               to    indx-pnly-fee.
           move     prv-trnsf-tax-fee          to    indx-trnsf-tax-fee.
           move     "N"                        to    indx-prpsd.

           write    indx-rcrd
                    invalid  key
                             rewrite  indx-rcrd
           end-write
           add      01                         to    ws-row-cnt.

       prps-totals.
           move     ws-row-cnt                 to    ws-cnt-ed.
           display  "Rows reloaded:              "   ws-cnt-ed.

       read-ixcd-file.
           read     ixcd-file
                    ignore   lock
