      *> ===========================================================
      *> GLMAPREC.CPY
      *> General-ledger account map - a plain text file (glmap.dat)
      *> the bookkeeper keeps up with an editor, one line per
      *> posting the GLEXPORT journal can make, giving the ledger
      *> account it lands in.  Lines starting '*' are comments.
      *>   CASH        cash in the drawers
      *>   CARD        card clearing (settled by the processor)
      *>   GRED        gift card redemptions (against the liability)
      *>   GLIB        gift card liability for cards sold / reloaded
      *>   SALE dept   sales, by department; qualifier "****" is the
      *>               catch-all for departments not listed
      *>   TAX  rate   tax payable, by rate in ten-thousandths
      *>               ("0825" = 8.25%); "****" as above
      *>   SADJ        sales adjustments - receipt subtotals that do
      *>               not foot to their lines
      *>   OVSH        cash over / short
      *>   PDIN        paid-ins
      *>   PDOT        paid-outs
      *>   LDEP        layaway deposits held (a liability until the
      *>               layaway completes or is cancelled)
      *>   LFEE        restocking fees kept on cancelled layaways
      *> ===========================================================
       01 GL-MAP-RECORD.
           05 GM-ENTRY-TYPE          PIC X(04).
           05 FILLER                 PIC X(01).
           05 GM-QUALIFIER           PIC X(04).
           05 FILLER                 PIC X(01).
           05 GM-ACCOUNT             PIC X(10).
           05 FILLER                 PIC X(01).
           05 GM-DESCRIPTION         PIC X(30).
