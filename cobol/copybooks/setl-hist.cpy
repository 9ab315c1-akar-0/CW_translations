      *    settlement-history record - one night's control totals,
      *    appended by SettlementReport and read back by PeriodReport:
      *    the business date the BATCHIN header carried, data records
      *    received, the trailer's count and hash, items held, the
      *    processed count per record type and the reject count per
      *    reason
       01  setlHistRec.
           05  histBusinessDate  pic x(8).
           05  histRunStamp      pic x(14).
           05  histReceived      pic 9(9).
           05  histTrailerCount  pic 9(9).
           05  histTrailerHash   pic s9(12) sign leading separate.
           05  histHeld          pic 9(9).
           05  histTypeCounts.
               10  histNameCount     pic 9(9).
               10  histNnameCount    pic 9(9).
               10  histArrayCount    pic 9(9).
               10  histPipeCount     pic 9(9).
               10  histVoidCount     pic 9(9).
               10  histOrderCount    pic 9(9).
               10  histStatsCount    pic 9(9).
               10  histPairCount     pic 9(9).
               10  histOtherCount    pic 9(9).
      *        in 'N' 'S' 'A' 'P' 'V' 'O' 'M' 'F' order, then lines
      *        of no known type
           05  histTypeTable redefines histTypeCounts.
               10  histTypeCount     pic 9(9) occurs 9 times.
      *        the reject total and the reason tallies both count
      *        only tonight's BATCHIN records rejected - a held item
      *        declined, or released and rejected, goes to BATCHREJ
      *        too but was received on an earlier night, and is in
      *        neither
           05  histRejectTotal   pic 9(9).
           05  histReasonUsed    pic 9(2).
           05  histReasonEntry   occurs 30 times.
               10  histReasonKey     pic x(8).
               10  histReasonTally   pic 9(9).
