         01 EDIT-CHOICE          PIC 9.
         01 ENROLL-DATE          PIC X(08).

      *> tax-exemption certificate entry
         01 WORK-CERTIFICATE     PIC X(15).
         01 WORK-EXEMPT-TYPE     PIC X(01).
             88 WORK-EXEMPT-TYPE-VALID VALUE 'C' 'S' 'G' 'R'.
         01 WORK-EXEMPT-EXPIRY   PIC X(08).

       PROCEDURE DIVISION.
       CUSTMAINT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ENROLL-DATE
           PERFORM UNTIL MAINT-EXIT-FLAG = 'Y'
               DISPLAY "======== CUSTOMER MAINTENANCE ========"
               DISPLAY "1. Add Account"
               DISPLAY "2. Edit Name, Points or Tax Exemption"
               DISPLAY "3. Deactivate Account"
               DISPLAY "4. Exit"
               DISPLAY "======================================="
               MOVE 0 TO CU-POINTS-BALANCE
               MOVE 'A' TO CU-STATUS-FLAG
               MOVE ENROLL-DATE TO CU-ENROLLED-DATE
               MOVE SPACES TO CU-EXEMPT-CERTIFICATE
               MOVE SPACES TO CU-EXEMPT-TYPE
               MOVE SPACES TO CU-EXEMPT-EXPIRY
               WRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not add account record."
               NOT INVALID KEY
                   DISPLAY "Editing: " CU-CUSTOMER-NAME
                      "  points: " CU-POINTS-BALANCE
                   IF CU-EXEMPT-CERTIFICATE NOT = SPACES
                       DISPLAY "Tax exempt: certificate "
                          CU-EXEMPT-CERTIFICATE " type "
                          CU-EXEMPT-TYPE " expires "
                          CU-EXEMPT-EXPIRY
                   END-IF
                   DISPLAY "1. Change Name"
                   DISPLAY "2. Adjust Points Balance"
                   DISPLAY "3. Reactivate Account"
                   DISPLAY "4. Set Tax Exemption Certificate"
                   DISPLAY "5. Remove Tax Exemption"
                   DISPLAY "Select an option (1 - 5): "
                   ACCEPT EDIT-CHOICE
                   EVALUATE EDIT-CHOICE
                     WHEN 1
                         MOVE 'A' TO CU-STATUS-FLAG
                         REWRITE CUSTOMER-RECORD
                         DISPLAY "Account reactivated."
                     WHEN 4
                         PERFORM SET-TAX-EXEMPTION
                     WHEN 5
                         MOVE SPACES TO CU-EXEMPT-CERTIFICATE
                         MOVE SPACES TO CU-EXEMPT-TYPE
                         MOVE SPACES TO CU-EXEMPT-EXPIRY
                         REWRITE CUSTOMER-RECORD
                         DISPLAY "Tax exemption removed."
                     WHEN OTHER
                         DISPLAY "ERROR: Invalid choice."
                   END-EVALUATE
           END-READ
           .

      *> The exemption is keyed straight off the customer's
      *> certificate: its number, the kind of body it was issued to,
      *> and the date it runs out.  A renewed certificate is keyed
      *> the same way over the old one.
       SET-TAX-EXEMPTION.
           DISPLAY "Enter exemption certificate number: "
           ACCEPT WORK-CERTIFICATE
           DISPLAY "Exemption type (C = charity/church, S = school,"
           DISPLAY "G = government, R = resale): "
           ACCEPT WORK-EXEMPT-TYPE
           DISPLAY "Certificate expiry date (YYYYMMDD): "
           ACCEPT WORK-EXEMPT-EXPIRY
           IF WORK-CERTIFICATE = SPACES
               DISPLAY "ERROR: Certificate number cannot be blank."
           ELSE IF NOT WORK-EXEMPT-TYPE-VALID
               DISPLAY "ERROR: Exemption type must be C, S, G or R."
           ELSE IF WORK-EXEMPT-EXPIRY NOT NUMERIC
               DISPLAY "ERROR: Expiry must be 8 digits (YYYYMMDD)."
           ELSE IF WORK-EXEMPT-EXPIRY < ENROLL-DATE
               DISPLAY "ERROR: That certificate has already expired."
           ELSE
               MOVE WORK-CERTIFICATE TO CU-EXEMPT-CERTIFICATE
               MOVE WORK-EXEMPT-TYPE TO CU-EXEMPT-TYPE
               MOVE WORK-EXEMPT-EXPIRY TO CU-EXEMPT-EXPIRY
               REWRITE CUSTOMER-RECORD
               DISPLAY "Tax exemption recorded."
           END-IF
           .

       DEACTIVATE-ACCOUNT.
           DISPLAY "Enter account number to deactivate: "
           ACCEPT WORK-ACCOUNT-NUMBER
