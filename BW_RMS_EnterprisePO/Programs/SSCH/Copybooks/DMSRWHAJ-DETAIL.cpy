      *   RWH - CYCLE COUNT CORRECTIONS, DAMAGE WRITE-OFFS, FOUND
      *   STOCK.  CONSUMED BY SSCRWHPI, WHICH ROLLS THE SSCPINV
      *   PERPETUAL BOOK FORWARD BY THE SIGNED ADJUSTMENT UNITS.
      *   SSCSHRVL ALSO PRICES EACH ADJUSTMENT AT THE LATEST '116'
      *   UNIT COST FOR THE SHRINK VALUATION AND JOURNAL.
      *
      *   DEPLOYED COPY MEMBER -- KEEP IN SYNC WITH THE DESIGN
      *   RESOURCE UNDER SharedResources/Copybook/SSCH/DMSRWHAJ-DETAIL.cpy
