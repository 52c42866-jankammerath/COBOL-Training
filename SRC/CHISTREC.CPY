      *> Citizen history record, keyed by citizen ID: CtznPurge moves
      *> a deceased or moved-away citizen here, unchanged, once they
      *> have been inactive longer than the retention period, so the
      *> registry scans stop reading them while CtznHist can still
      *> answer the ombudsman's questions years later.  The image is
      *> the CTZNMAST record (CTZNREC) exactly as it was archived.
       01 CITIZEN-HISTORY-RECORD.
           02 HIST-CTZN-ID         PIC 9(6).
           02 HIST-ARCHIVED-DATE   PIC 9(8).
           02 HIST-CITIZEN-IMAGE   PIC X(105).
