      *****************************************************************
      * Shared exception queue record (exception_queue.txt) - one
      * line per exception item collected by EXCQUEUE from the run's
      * exception files, numbered as a case when it is first seen.
      *   source REJ reject.txt, REF referrals.txt, CMP
      *   compliance_review.txt, ODR overdraft_report.txt, REC
      *   recon_report.txt, MST mstcheck_report.txt
      *   status O open, A assigned, C closed
      *   resolution code and closed date/operator stay blank while
      *   the item is open
      *   key identifies a finding whose line changes from run to run
      *   (an overdraft episode, an unmatched statement line without
      *   its age); blank where the line itself is the identity
      *   detail is the source line as last collected
      *****************************************************************
           01 EXCEPTION-ITEM-F.
            05 EQ-CASE-ID-F PIC X(8).
            05 EQ-SOURCE-F PIC X(3).
            05 EQ-RAISED-DATE-F PIC X(8).
            05 EQ-STATUS-F PIC X(1).
            05 EQ-ASSIGNEE-F PIC X(8).
            05 EQ-RESOLUTION-F PIC X(4).
            05 EQ-CLOSED-DATE-F PIC X(8).
            05 EQ-CLOSED-BY-F PIC X(8).
            05 EQ-KEY-F PIC X(80).
            05 EQ-DETAIL-F PIC X(140).
