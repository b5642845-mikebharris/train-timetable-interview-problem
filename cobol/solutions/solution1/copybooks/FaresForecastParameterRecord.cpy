*> FaresForecastParameterRecord.cpy
*> The control card the commercial team sets before a fares-round
*> forecast run - the effective date of the new fares block to price
*> at, how many weeks of recent sales to reprice, and the percentage
*> movement on a flow that should be drawn to their attention. Any
*> field left at zero takes the run's default: the next effective
*> date waiting on the fares file, thirteen weeks, and ten percent.
01 FaresForecastParameterRecord.
    02 FP-EffectiveFromDate pic 9(08).
    02 FP-WeeksOfSales pic 99.
    02 FP-FlagPercent pic 99.
