      *> shared layout of the outbound posting extract day1-extract
      *> sends downstream after a clean batch -- one fixed 80-byte
      *> record per line, the record type in column 1: an 'H' header
      *> naming the batch, one 'D' detail per day label posted, and a
      *> 'T' trailer carrying the detail count and a hash total of
      *> every star-1 and star-2 sum, so the receiving side can prove
      *> it got the whole file.  COPY this into the WORKING-STORAGE
      *> of anything that writes or reads the extract.
               01 extract-header-fields.
                   05 eh-record-type pic x(1) value "H".
                   05 eh-batch-date pic 9(8).
                   05 eh-batch-run-id pic x(16).
                   05 eh-sending-system pic x(8).
                   05 filler pic x(47) value space.

               01 extract-detail-fields.
                   05 ed-record-type pic x(1) value "D".
                   05 ed-label pic x(10).
                   05 ed-star1-sum pic 9(9).
                   05 ed-star2-sum pic 9(9).
                   05 ed-record-count pic 9(7).
                   05 ed-exception-count pic 9(7).
                   05 ed-verify-status pic x(10).
                   05 ed-day-status pic x(8).
                   05 filler pic x(19) value space.

               01 extract-trailer-fields.
                   05 et-record-type pic x(1) value "T".
                   05 et-detail-count pic 9(5).
                   05 et-hash-total pic 9(12).
                   05 filler pic x(62) value space.
