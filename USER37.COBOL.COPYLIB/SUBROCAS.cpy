      * SUBROCAS - Subrogation case record, keyed the same as the
      * CLMHIST entry for the payment it pursues - policy number
      * plus claim sequence (120 bytes). CLAIMRPT opens a case for
      * every accident claim it pays; SUBRMNT records the attorney
      * or carrier contact and works the case; SUBRPOST credits the
      * recoveries received, closes a case recovered in full and
      * ages whatever is still open.
       01  SB-CASE-REC.
           05  SB-CASE-KEY.
               10  SB-POLICY-NO         PIC 9(09).
               10  SB-CLAIM-SEQ         PIC 9(04).
           05  SB-MEMBER-SEQ            PIC 9(02).
           05  SB-ACCIDENT-IND          PIC X(01).
           05  SB-SERVICE-DATE          PIC 9(08).
           05  SB-OPEN-DATE             PIC 9(08).
           05  SB-CLAIM-PAID            PIC S9(7)V99.
           05  SB-RECOVERED-AMOUNT      PIC S9(7)V99.
           05  SB-STATUS                PIC X(01).
               88  SB-NEW-CASE                  VALUE 'O'.
               88  SB-PURSUING                  VALUE 'P'.
               88  SB-RECOVERED                 VALUE 'R'.
               88  SB-CLOSED-NO-RECOVERY        VALUE 'X'.
               88  SB-OPEN-CASE                 VALUES 'O', 'P'.
               88  SB-VALID-STATUS  VALUES 'O', 'P', 'R', 'X'.
      * Who the case is being worked with: the liable party's
      * carrier or the member's attorney.
           05  SB-CONTACT-TYPE          PIC X(01).
               88  SB-CONTACT-CARRIER           VALUE 'C'.
               88  SB-CONTACT-ATTORNEY          VALUE 'A'.
               88  SB-VALID-CONTACT-TYPE        VALUES 'C', 'A'.
           05  SB-CONTACT-NAME          PIC X(25).
           05  SB-CONTACT-PHONE         PIC X(10).
           05  SB-CARRIER-CLAIM-NO      PIC X(15).
           05  SB-LAST-ACTIVITY-DATE    PIC 9(08).
           05  FILLER                   PIC X(10).
