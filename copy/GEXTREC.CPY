      *                    nightly list) so downstream can keep the
      *                    occasion extracts out of the full-list
      *                    numbers.
      *   13-09-2026  HGM  Detail now carries XD-RECIP-ID, taken
      *                    from its FILLER, so SALACK can keep the
      *                    delivery history by recipient rather than
      *                    by a name two people may share.
      ******************************************************************
       01 EXTRACT-HEADER.
           05 XH-RECORD-TYPE PIC X(01).
           05 XD-RUN-DATE PIC X(08).
           05 XD-RUN-TIME PIC X(08).
           05 XD-NUMERO PIC 9(01).
           05 XD-RECIP-ID PIC X(05).
           05 FILLER PIC X(03).
       01 EXTRACT-TRAILER.
           05 XT-RECORD-TYPE PIC X(01).
           05 XT-DETAIL-COUNT PIC 9(07).
