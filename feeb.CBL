*     *      writes a cross-reference record for each party       *
*     *      of every non-void document.  Safe to re-run -        *
*     *      existing rows are rewritten in place.                *
*     *      Parties past the first grantor/grantee come off      *
*     *      the additional-parties file  10/15/26 epa            *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
                             access mode  dynamic
                             record key   nx-key
                             file status  file-stts.

           select fee-prty   assign "\\kcffil01\clk\dat\feeprty.dat"
                             organization indexed
                             access mode  dynamic
                             record key   pt-key
                             file status  file-stts.
/
       copy "FEE.LIB".
/
       copy "feenmxrf.cpb".
/
       copy "feeprty.cpb".
/
       working-storage section.


       file-eror section.
           use after standard error procedure on fee-file
                                                 fee-nm-xrf
                                                 fee-prty.
       file-eror-proc.
           if       file-stts                 =     lock-stts
                    next sentence
                    close    fee-nm-xrf
                    open     i-o     fee-nm-xrf.

           open     input    fee-prty.
           if       file-stts                  not = "00"
                    open     output  fee-prty
                    close    fee-prty
                    open     input   fee-prty.

       bld-scan.
           move     space                      to    file-stts.
           perform  bld-scan-rd
           move     "2"                        to    nx-party.
           perform  bld-write-row.

           move     fr-doc-no                  to    pt-doc-no.
           move     zero                       to    pt-seq.
           move     "00"                       to    file-stts.
           start    fee-prty
                    key  not <  pt-key
                    invalid  key
                             move     "10"     to    file-stts.
           perform  bld-prty-rd
                    until    file-stts         =     "10".
           move     "00"                       to    file-stts.

       bld-prty-rd.   *> additional parties  10/15/26 epa
           read     fee-prty
                    next
                    ignore   lock
                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      pt-doc-no                  not = fr-doc-no
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    perform  bld-prty-row.

       bld-prty-row.
           if       pt-name-tp                 =     "B"
                    move     pt-name(1:25)     to    nx-name
           else
                    move     pt-last-name      to    nx-name.
           move     pt-name-tp                 to    nx-name-tp.
           move     pt-party                   to    nx-party.
           perform  bld-write-row.

       bld-write-row.
           if       nx-name                    >     space
                    move     fr-doc-no         to    nx-doc-no
       clos-fils.
           close    fee-file.
           close    fee-nm-xrf.
           close    fee-prty.
