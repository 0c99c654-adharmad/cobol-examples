           05  PROD-TIER OCCURS 3 TIMES.
               10  PROD-TIER-LIMIT         PIC  9(09)V99.
               10  PROD-TIER-RATE          PIC  9(02)V99.
      * index-linked floating rate - 'S' prices the product at the
      * RATEHIST index plus PROD-INDEX-SPREAD (a negative spread
      * prices under the index), 'P' at PROD-INDEX-PCT percent of
      * the index.  the index is the RATEHIST rate published for
      * tier PROD-INDEX-TIER (zero reads as tier 1), looked up as
      * in force on each reset date - the term's start and every
      * PROD-RESET-PERIODS periods after it (zero resets every
      * period) - and held until the next reset.  a non-zero floor
      * or cap bounds the rate struck.  blank is a fixed-rate
      * product at PROD-RATE, exactly as before; a tiered product
      * stays on its tiers
           05  PROD-INDEX-CD               PIC  X(01).
               88  PROD-RATE-FIXED                 VALUE ' '.
               88  PROD-INDEX-PLUS-SPREAD          VALUE 'S'.
               88  PROD-INDEX-PERCENT              VALUE 'P'.
               88  PROD-RATE-FLOATS                VALUES 'S' 'P'.
           05  PROD-INDEX-TIER             PIC  9(01).
           05  PROD-INDEX-SPREAD           PIC S9(02)V99.
           05  PROD-INDEX-PCT              PIC  9(03)V99.
           05  PROD-RATE-FLOOR             PIC  9(02)V99.
           05  PROD-RATE-CAP               PIC  9(02)V99.
           05  PROD-RESET-PERIODS          PIC  9(02).
      * promotional (teaser) rate - an account originated inside
      * the campaign window PROD-PROMO-START through PROD-PROMO-END
      * (a zero end leaves the campaign open) earns PROD-PROMO-RATE
      * flat on its whole balance for its first PROD-PROMO-PERIODS
      * periods, then reverts to the product's standard PROD-RATE,
      * tier schedule, or index pricing.  zero periods means the
      * product runs no promotion
           05  PROD-PROMO-RATE             PIC  9(02)V99.
           05  PROD-PROMO-PERIODS          PIC  9(02).
           05  PROD-PROMO-START            PIC  9(08).
           05  PROD-PROMO-END              PIC  9(08).
