               88 CU-ACCOUNT-ACTIVE    VALUE 'A'.
               88 CU-ACCOUNT-INACTIVE  VALUE 'I'.
           05 CU-ENROLLED-DATE    PIC X(08).
      *> sales-tax exemption - a church, school, government body or
      *> reseller buys tax-free on the certificate on file here.
      *> Blank certificate = an ordinary taxable customer.  The
      *> register refuses the exemption once the expiry has passed.
           05 CU-EXEMPT-CERTIFICATE PIC X(15).
           05 CU-EXEMPT-TYPE      PIC X(01).
               88 CU-EXEMPT-CHARITY    VALUE 'C'.
               88 CU-EXEMPT-SCHOOL     VALUE 'S'.
               88 CU-EXEMPT-GOVERNMENT VALUE 'G'.
               88 CU-EXEMPT-RESALE     VALUE 'R'.
               88 CU-EXEMPT-TYPE-VALID VALUE 'C' 'S' 'G' 'R'.
           05 CU-EXEMPT-EXPIRY    PIC X(08).
