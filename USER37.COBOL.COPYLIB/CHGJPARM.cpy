      * CHGJPARM - Change-journal call parameters, passed by every
      * master-file maintenance program to CHGJLOG. The caller fills
      * the block, moves the master record as it stood before the
      * transaction to the before image and as it stands after to
      * the after image (spaces before an add, spaces after a
      * delete), and calls CHGJLOG with its field map:
      *     CALL 'CHGJLOG' USING CJP-PARMS, <field map>,
      *                          CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
      * The field map is a three-digit field count followed by one
      * 32-byte entry per field journaled: the field name (24), its
      * starting position in the record (4), its length (3), and
      * 'S' for a sensitive field or 'N'. A last call with function
      * 'C' at end of run closes the journal.
       01  CJP-PARMS.
           05  CJP-FUNCTION             PIC X(01).
               88  CJP-JOURNAL                  VALUE 'J'.
               88  CJP-CLOSE                    VALUE 'C'.
           05  CJP-PROGRAM              PIC X(08).
           05  CJP-FILE-ID              PIC X(08).
           05  CJP-ACTION               PIC X(01).
               88  CJP-ADDED                    VALUE 'A'.
               88  CJP-CHANGED                  VALUE 'C'.
               88  CJP-DELETED                  VALUE 'D'.
           05  CJP-KEY                  PIC X(30).
           05  CJP-OPERATOR-ID          PIC X(08).
      * Returned: how many fields this call journaled.
           05  CJP-FIELDS-JOURNALED     PIC 9(03).
       01  CJP-BEFORE-IMAGE             PIC X(400).
       01  CJP-AFTER-IMAGE              PIC X(400).
