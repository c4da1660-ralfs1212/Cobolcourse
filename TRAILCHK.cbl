      *    received ahead of it. Which records are "data" comes
      *    from the VRFYPARM control card: VP-DATA-TYPES lists
      *    the record-type bytes the writer counted (for example
      *    'D' for PAYFILE/BANKFILE and 'DC' for POEXTR, whose
      *    'H'/'T' records are carrier framing, not data); an
      *    all-blank list counts every record ahead of the
      *    trailer (RFPOUT, CARRINV)
      *  - the trailer's amount hash must equal the sum of the
      *    amount field in the counted records; VP-AMT-POS/LEN/
      *    DECIMALS say where that field lives, and a zero length
