      * PRECERT - Inpatient admission pre-certification record,
      * keyed by policy number, member sequence and admit date
      * (80 bytes). HOSPADMT writes the request when an insured
      * patient is admitted - an emergency admission goes on file
      * already authorized, an elective one waits for review - and
      * PRECMNT records the reviewer's approval or denial. CLAIMRPT
      * pends a bridged hospital claim until its stay is authorized
      * and cuts back any days billed past the approved count.
       01  PC-PRECERT-REC.
           05  PC-PRECERT-KEY.
               10  PC-POLICY-NO         PIC 9(09).
               10  PC-MEMBER-SEQ        PIC 9(02).
               10  PC-ADMIT-DATE        PIC 9(08).
           05  PC-PATIENT-ID            PIC X(09).
           05  PC-DIAG-CODE             PIC X(06).
           05  PC-REQUEST-DATE          PIC 9(08).
           05  PC-STATUS                PIC X(01).
               88  PC-REQUESTED                 VALUE 'R'.
               88  PC-APPROVED                  VALUE 'A'.
               88  PC-DENIED                    VALUE 'D'.
               88  PC-EMERGENCY                 VALUE 'E'.
               88  PC-AUTHORIZED                VALUES 'A', 'E'.
           05  PC-AUTH-NO               PIC X(10).
      * Inpatient days the reviewer authorized. Zero on an
      * emergency admission means no day limit has been set yet.
           05  PC-APPROVED-DAYS         PIC 9(03).
           05  PC-REVIEWER-ID           PIC X(08).
           05  PC-DECISION-DATE         PIC 9(08).
           05  FILLER                   PIC X(08).
