      *  modification history
      *    dlb  - original layout: header identifies the batch,
      *           trailer carries expected count/kode-hash/amount
      *    dlb  - header filler widened and trailer filler added to
      *           follow TRANXREC from 38 to 41 bytes
      *================================================================
       01  batch-header-record.
           05  bhdr-record-kode        pic 9(02).
               88  bhdr-header                value 0.
           05  bhdr-batch-number       pic 9(06).
           05  bhdr-creation-date      pic 9(08).
           05  filler                  pic x(25).
       01  batch-trailer-record.
           05  btrl-record-kode        pic 9(02).
               88  btrl-trailer               value 99.
           05  btrl-expected-count     pic 9(08).
           05  btrl-expected-kode-hash pic 9(09).
           05  btrl-expected-amount    pic s9(11)v99.
           05  filler                  pic x(03).
