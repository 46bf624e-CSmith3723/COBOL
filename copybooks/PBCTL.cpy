      ******************************************************
      * Store price book control record, one per store the
      * price books go to, rewritten as a new generation by
      * every price book run. It holds what was last sent to
      * the store (sequence number, date, book type, record
      * count, and price hash) and what the store
      * acknowledged for it: ack status 'A' when the store's
      * count and hash agree with what was sent, 'M' when
      * they do not, space while no acknowledgment for the
      * last book has come back. A new store is set up by
      * keying a record with just its store number; it is
      * sent a full refresh on its first night. Keying 'F'
      * in the refresh request asks for a full refresh for
      * the store on the next run (the request is cleared
      * once it is sent).
      ******************************************************
       01 price-book-control-rec.
         05 pbc-store-number Pic 9(3).
         05 filler Pic x(2).
         05 pbc-refresh-request Pic x.
         05 filler Pic x(2).
         05 pbc-last-sequence Pic 9(6).
         05 filler Pic x(2).
         05 pbc-sent-date Pic 9(8).
         05 filler Pic x(2).
         05 pbc-book-type Pic x.
         05 filler Pic x(2).
         05 pbc-record-count Pic 9(6).
         05 filler Pic x(2).
         05 pbc-price-hash Pic 9(10)V99.
         05 filler Pic x(2).
         05 pbc-ack-status Pic x.
         05 filler Pic x(2).
         05 pbc-ack-date Pic 9(8).
         05 filler Pic x(2).
         05 pbc-ack-record-count Pic 9(6).
         05 filler Pic x(2).
         05 pbc-ack-price-hash Pic 9(10)V99.
