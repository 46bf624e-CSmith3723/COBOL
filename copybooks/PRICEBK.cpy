      ******************************************************
      * Outbound store price book, one file per store per
      * night, written by the store price book step after
      * the scheduled price apply. A header and a trailer
      * control record wrap the detail records the same way
      * the batch controls the stores key around their
      * transmissions do: the trailer carries the number of
      * detail records and the price hash, the sum of the
      * new prices over the details. Book type 'C' carries
      * only tonight's price changes; 'F' is a full refresh
      * of every product on the master (old and new price
      * are then the same unless the price changed tonight).
      * The sequence number counts up by one with every book
      * sent to the store.
      ******************************************************
       01 price-book-header-rec.
         05 pbh-record-type Pic x.
         05 pbh-store-number Pic 9(3).
         05 pbh-sequence Pic 9(6).
         05 pbh-book-type Pic x.
         05 pbh-run-date Pic 9(8).
       01 price-book-detail-rec.
         05 pbd-record-type Pic x.
         05 pbd-product-code Pic x(6).
         05 pbd-product-name Pic x(20).
         05 pbd-old-price Pic 9(3)V99.
         05 pbd-new-price Pic 9(3)V99.
         05 pbd-effective-date Pic 9(8).
       01 price-book-trailer-rec.
         05 pbt-record-type Pic x.
         05 pbt-store-number Pic 9(3).
         05 pbt-sequence Pic 9(6).
         05 pbt-record-count Pic 9(6).
         05 pbt-price-hash Pic 9(10)V99.
