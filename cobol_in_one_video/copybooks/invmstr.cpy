      *Who we buy it from - carried onto purchase orders by the
      *reorder sweep. Spaces on records built before it existed.
           02 iv-vendor pic x(10).
      *The ABC class INVABC ranks the item into by what it issues in
      *a year (blank until the first ranking, counted as C), that
      *annual issue value, and the last day a count of it was
      *applied - the cycle-count schedule works from these.
           02 iv-abc-class pic x.
               88 iv-class-a value "A".
               88 iv-class-b value "B".
           02 iv-annual-usage pic 9(9)v99.
           02 iv-last-count-date pic 9(8).
