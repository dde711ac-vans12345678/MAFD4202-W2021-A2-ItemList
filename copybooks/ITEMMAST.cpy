      * position of the item's bin along the picker's walk, lowest
      * first. Zero (unassigned) items pick before everything else,
      * which is the loudest way to say the bin needs a number.
      * The vendor number and order quantity drive purchasing: the
      * suggested-order run raises a depot's reorder exception as a
      * purchase order line to the item's vendor for the standard
      * order quantity. An item with no vendor cannot be ordered
      * automatically and is listed for the buyer instead.
      * The standard unit cost is effective-dated the same way as
      * the price -- current cost with its effective date, a future
      * cost keyed ahead, and the prior cost retained -- so the
      * nightly run costs every line at the cost in effect on its
      * run date, for the cost-of-goods records on the GL extract
      * and the margin report.
      *****************************************************************
       01 im-item-record.
         05 im-item-number             pic 9(4).
         05 im-prior-price             pic 9999v99.
         05 im-prior-price-date        pic 9(8).
         05 im-walk-sequence           pic 9(4).
         05 im-vendor-number           pic x(6).
         05 im-order-quantity          pic 9(7).
         05 im-standard-cost           pic 9999v99.
         05 im-cost-effective-date     pic 9(8).
         05 im-future-cost             pic 9999v99.
         05 im-future-cost-date        pic 9(8).
         05 im-prior-cost              pic 9999v99.
         05 im-prior-cost-date         pic 9(8).
