      *> CONFIG-CHANGE-RECORD - one row per configuration setting
      *> changed through CONFIG: which setting, its value before and
      *> after, who did it and when. Statutory settings (SA PAYE/UIF/
      *> SDL rates, minimum wage, PAYE brackets and rebates, statutory
      *> caps, COIDA ceiling, employer profile) go through a second-
      *> user approval, so their change shows first as a 'P' row when
      *> it is captured and then as an 'A' (or 'R') row when a
      *> different user decides it - both carry the pending request
      *> number. Written by CONFIG, read by REPORTS' configuration
      *> change history inquiry.
       01  CONFIG-CHANGE-RECORD.
           05  CH-TIMESTAMP         PIC X(19).
           05  CH-USER              PIC X(8).
      *>      The user who made this row happen - the capturer for C
      *>      and P rows, the approver for A and R rows
           05  CH-ACTION            PIC X(1).
               88  CH-CHANGED               VALUE 'C'.
               88  CH-HELD-PENDING          VALUE 'P'.
               88  CH-APPROVED              VALUE 'A'.
               88  CH-REJECTED              VALUE 'R'.
           05  CH-FIELD             PIC X(24).
           05  CH-OLD-VALUE         PIC X(40).
           05  CH-NEW-VALUE         PIC X(40).
           05  CH-MAKER             PIC X(8).
      *>      Who captured the change (same as CH-USER on C/P rows)
           05  CH-PENDING-SEQ       PIC 9(6).
      *>      Pending request number, 0 for a change applied at once
