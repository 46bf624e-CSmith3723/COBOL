      ******************************************************
      * Price book acknowledgment the stores send back once
      * a price book is loaded on their registers, collected
      * into one file for the next night's price book step.
      * It echoes the store, the sequence number from the
      * book's header, and the record count and price hash
      * the store itself counted from the book it loaded,
      * with the date it was loaded.
      ******************************************************
       01 price-book-ack-rec.
         05 pba-record-type Pic x.
         05 pba-store-number Pic 9(3).
         05 pba-sequence Pic 9(6).
         05 pba-record-count Pic 9(6).
         05 pba-price-hash Pic 9(10)V99.
         05 pba-load-date Pic 9(8).
