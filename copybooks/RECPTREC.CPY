      *> 'S' = completed sale, 'R' = refund written by RETURN-SALE;
      *> a refund carries the original sale's number so the two can
      *> be tied back together.
      *> 'L' = money paid on a layaway (deposit or payment) and 'X' =
      *> a cancelled layaway's deposits handed back; both carry the
      *> layaway's opening receipt number in RC-ORIGINAL-RECEIPT and
      *> no item lines, and are deposits held, not sales.  On 'L' the
      *> total is the amount paid; on 'X' the total is the amount
      *> refunded and the subtotal the restocking fee kept.  The
      *> completed layaway's own sale receipt is an ordinary 'S',
      *> tendered "LAYAWY" for the deposits it uses up.
           05 RC-RECEIPT-TYPE        PIC X(01).
               88 RC-SALE-RECEIPT       VALUE 'S'.
               88 RC-REFUND-RECEIPT     VALUE 'R'.
               88 RC-LAYAWAY-PAYMENT    VALUE 'L'.
               88 RC-LAYAWAY-CANCEL     VALUE 'X'.
               88 RC-LAYAWAY-MONEY      VALUE 'L' 'X'.
           05 RC-ORIGINAL-RECEIPT    PIC 9(08).
           05 RC-SUBTOTAL-AMOUNT     PIC 9(7)V99.
           05 RC-TAX-AMOUNT          PIC 9(7)V99.
               10 RC-ITEM-PROMO-FLAG PIC X(01).
      *> the tax treatment the line was actually rung with, so a
      *> later return reverses exactly what was collected even if
      *> the item's flag, department or rate has changed since:
      *> 'Y' taxed, 'N' not taxable, 'E' taxable but sold exempt
               10 RC-ITEM-TAX-FLAG   PIC X(01).
               10 RC-ITEM-TAX-RATE   PIC V9999.
      *> loyalty account the sale was rung under, spaces when the
      *> own receipts, so register plus receipt number is the unique
      *> transaction key on the merged store-level file
           05 RC-REGISTER-NUMBER     PIC 9(02).
      *> unit cost of each RC-ITEM-TABLE line as it stood on the item
      *> master when the sale was rung, so a later cost change never
      *> rewrites history - a parallel table on the end of the record
      *> rather than a new field inside the line, so receipts already
      *> archived keep their layout (theirs reads back as spaces and
      *> fails a NUMERIC test)
           05 RC-ITEM-COST-TABLE OCCURS 50 TIMES.
               10 RC-ITEM-UNIT-COST  PIC 9(5)V99.
      *> card details behind each RC-TENDER-TABLE line that went to a
      *> card (type VISA / MC / AMEX / DISC, last four digits and the
      *> terminal's authorization code) - what the processor's
      *> dispute desk asks for; spaces on cash and gift lines.  Kept
      *> parallel on the end of the record for the same reason as
      *> the cost table.
           05 RC-TENDER-CARD-TABLE OCCURS 4 TIMES.
               10 RC-CARD-TYPE       PIC X(04).
               10 RC-CARD-LAST-FOUR  PIC X(04).
               10 RC-AUTH-CODE       PIC X(06).
      *> the customer's tax-exemption certificate when the sale rang
      *> tax-free on it (its taxable lines carry tax flag 'E'), and
      *> on the refund of such a sale; spaces on taxable business
           05 RC-EXEMPT-CERTIFICATE  PIC X(15).
           05 RC-EXEMPT-TYPE         PIC X(01).
