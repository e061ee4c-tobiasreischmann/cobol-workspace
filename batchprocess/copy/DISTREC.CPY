      *****************************************************************
      * Report distribution list record (distribution_list.txt) -
      * one line per recipient and report section. The night run
      * bursts its reports into one file per bank (output_B10001.txt
      * and so on) and, once they are paged and versioned, delivers
      * to every recipient the sections listed here, bundled in
      * dist_<recipient>.txt; distribution_log.txt records each
      * delivery with the report generation it came from.
      *   bank    the bank whose pages the recipient gets, or *****
      *           for the complete report (head office, audit)
      *   report  report file name as versioned (overdraft_report.txt)
      *           or * for every report
      *   reports without a bank break (control, category, product,
      *   maturity ladder) only go to ***** recipients
      *   lines starting with * are comments
      *****************************************************************
           01 DISTRIBUTION-LIST-F.
            05 DL-RECIPIENT-F PIC X(8).
            05 FILLER PIC X(1).
            05 DL-BANK-F PIC X(5).
            05 FILLER PIC X(1).
            05 DL-REPORT-F PIC X(40).
            05 FILLER PIC X(1).
            05 DL-NAME-F PIC X(30).
