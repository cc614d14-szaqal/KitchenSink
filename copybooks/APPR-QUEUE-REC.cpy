      * Pos  1- 6  AQ-ITEM-NUMBER   9(6)   Master record key,
      *                                    issued by APPRW
      * Pos  7-14  AQ-ACTION-CLASS  X(8)   EMPDEL / SECCHG /
      *                                    BIGPOST / EXPCLAIM /
      *                                    RATEINC / EMPHIRE
      * Pos 15-22  AQ-REQUEST-DATE  9(8)   YYYYMMDD queued
      * Pos 23-30  AQ-REQUESTOR     X(8)   Operator who queued it
      * Pos 31     AQ-STATUS        X      P=pending R=released
