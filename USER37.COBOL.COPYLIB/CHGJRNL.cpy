      * CHGJRNL - Master-file change journal record (200 bytes). One
      * record per field a maintenance program changes: the master
      * and its key, the field with its value before and after, the
      * operator whose transaction made the change, and when. An add
      * journals each field it fills with a blank before value, and
      * a delete each field it removes with a blank after value.
      * Fields holding rates, bank accounts and addresses are marked
      * sensitive for the weekly review extract. Written by CHGJLOG
      * on behalf of the maintenance programs; CHGHIST reports it.
       01  CJ-JOURNAL-REC.
           05  CJ-PROGRAM               PIC X(08).
           05  CJ-FILE-ID               PIC X(08).
           05  CJ-ACTION                PIC X(01).
               88  CJ-ADDED                     VALUE 'A'.
               88  CJ-CHANGED                   VALUE 'C'.
               88  CJ-DELETED                   VALUE 'D'.
           05  CJ-KEY                   PIC X(30).
           05  CJ-FIELD-NAME            PIC X(24).
           05  CJ-BEFORE-VALUE          PIC X(40).
           05  CJ-AFTER-VALUE           PIC X(40).
           05  CJ-OPERATOR-ID           PIC X(08).
           05  CJ-CHANGE-DATE           PIC 9(08).
           05  CJ-CHANGE-TIME           PIC 9(08).
           05  CJ-SENSITIVE-SW          PIC X(01).
               88  CJ-SENSITIVE                 VALUE 'S'.
           05  FILLER                   PIC X(24).
