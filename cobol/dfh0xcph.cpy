      *    the run date, and it has not itself already run for
      *    it. A step that fails mid-run leaves no record and so
      *    can simply be rerun. The nightly sequence is
      *    DFH0XWEB, DFH0XSOR, DFH0XEOD, DFH0XCYC, DFH0XRCN,
      *    DFH0XPRA, DFH0XRPT, DFH0XPOE, DFH0XINV, DFH0XPAY,
      *    DFH0XOSF, DFH0XEXT;
      *    month end continues DFH0XGLP, DFH0XARC, DFH0XSTM,
      *    DFH0XDMD, DFH0XABC. The morning run status report (DFH0XRST)
      *    lists exactly which steps completed for which dates
       01  RUN-CONTROL-RECORD.
           03 RUN-KEY.
               05 RUN-RUN-DATE         PIC 9(8).
