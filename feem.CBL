*     *      takes effect; fee entry picks the row in effect      *
*     *      for the document date.  Adding a row prefills the    *
*     *      rates from the row currently in effect.              *
*     *      A row marked proposed is loaded only for the         *
*     *      revenue projection (feep) and is never used to       *
*     *      price a document  10/15/26 epa                       *
*-----*-----------------------------------------------------------*

       special-names. crt status crt-status.
           02 "Postage Fee"                   line  11     col 42.
           02 "Penalty Fee"                   line  12     col 42.
           02 "Transfer Tax"                  line  13     col 42.
           02 "Proposed (Y/N)"                line  15     col 42.
           02 "OK to save (Y/N)"              line  17     col 05.

       01  ss-key-flds                        highlight.
                                              using indx-trnsf-tax-fee
                                                                   auto
                                              line  13     col 60.
           02 ss-fld-prps       pic x(01)     using indx-prpsd     auto
                                              line  15     col 60.

       01  ss-ok                pic x(01)     using kb-ok
                                              highlight
           move     kb-code-valu               to    indx-code-valu.
           move     kb-cort-hous               to    indx-cort-hous.
           move     kb-eff-date                to    indx-eff-date.
           move     "N"                        to    indx-prpsd.       *> a new row is live
                                                                       *> unless marked
                                                                       *> 10/15/26 epa

       entr-rate-flds.
           accept   ss-fld-stat.
           accept   ss-fld-pstf.
           accept   ss-fld-pnlf.
           accept   ss-fld-ttxf.
           accept   ss-fld-prps.
           if       indx-prpsd                 not = "Y"              *> only Y keeps a row
                    move     "N"               to    indx-prpsd.      *> out of fee entry
                                                                      *> 10/15/26 epa
           move     kb-cmsn-rate               to    indx-cmsn-rate.
           accept   ss-ok.

