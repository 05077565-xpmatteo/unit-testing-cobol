    01 bufferToWriteLength pic 9(5).
    01 segmentIndex pic 9(4).

    01 chartStyle pic x(4).
      88 chartIsBar value "BAR".
      88 chartIsLine value "LINE".
    01 chartWidth pic 9(4) value 640.
    01 chartHeight pic 9(4) value 240.
    01 chartLeft pic 9(4) value 70.
    01 chartTop pic 9(4) value 30.
    01 chartPlotWidth pic 9(4) value 550.
    01 chartPlotHeight pic 9(4) value 170.
    01 chartPointCount pic 9(4).
    01 chartIdx pic 9(4).
    01 chartLabelStep pic 9(4).
    01 chartMaxValue pic s9(13)v99.
    01 chartMinValue pic s9(13)v99.
    01 chartRange pic s9(13)v99.
    01 chartValue pic s9(13)v99.
    01 chartSlotWidth pic 9(4)v99.
    01 chartBarWidth pic 9(4).
    01 chartX pic 9(5).
    01 chartY pic 9(5).
    01 chartZeroY pic 9(5).
    01 chartBarTop pic 9(5).
    01 chartBarHeight pic 9(5).
    01 chartRight pic 9(5).
    01 chartBottom pic 9(5).
    01 chartXText pic z(4)9.
    01 chartYText pic z(4)9.
    01 chartWText pic z(4)9.
    01 chartHText pic z(4)9.
    01 chartAmountText pic -(13)9.99.
    01 chartCountText pic -(13)9.
    01 chartValueText pic x(20).
    01 chartMarkup pic x(400).

  linkage section.
    01 documentHandle.
      02 hOutputBuffer pic x(8000).
    01 optionListArgument.
      02 optionCountArg pic 9(4).
      02 optionValueArg pic x(100) occurs 100 times.
    01 chartSeriesArgument.
      02 seriesPointCountArg pic 9(4).
      02 seriesReferenceLabelArg pic x(20).
      02 seriesReferenceValueArg pic s9(13)v99.
      02 seriesPointArg occurs 60 times.
        03 seriesLabelArg pic x(20).
        03 seriesValueArg pic s9(13)v99.


procedure division.
    perform endElement
    goback.

  entry "htmlgen-add-bar-chart" using by reference documentHandle,
      by content textContentArgument,
      by reference chartSeriesArgument
    move "BAR" to chartStyle
    perform addChart
    goback.

  entry "htmlgen-add-line-chart" using by reference documentHandle,
      by content textContentArgument,
      by reference chartSeriesArgument
    move "LINE" to chartStyle
    perform addChart
    goback.

  entry "htmlgen-display" using by reference documentHandle
    perform closePendingTag
    perform closeOpenElements
    perform varying segmentIndex from 1 by 1 until segmentIndex > hSegmentCount
      if hSegmentLengths(segmentIndex) > 0
        display hSegmentBuffer(segmentIndex)(1:hSegmentLengths(segmentIndex))
          with no advancing
      end-if
    end-perform
    if hOutputBufferPointer > 1
      display hOutputBuffer(1:hOutputBufferPointer - 1)
    else
      display spaces
    end-if
    goback.


  goback.

  end-perform
  .

addChart.
  move seriesPointCountArg to chartPointCount
  if chartPointCount > 60
    move 60 to chartPointCount
  end-if
  move 0 to chartMaxValue
  move 0 to chartMinValue
  perform varying chartIdx from 1 by 1 until chartIdx > chartPointCount
    if seriesValueArg(chartIdx) > chartMaxValue
      move seriesValueArg(chartIdx) to chartMaxValue
    end-if
    if seriesValueArg(chartIdx) < chartMinValue
      move seriesValueArg(chartIdx) to chartMinValue
    end-if
  end-perform
  if seriesReferenceLabelArg not = spaces
    if seriesReferenceValueArg > chartMaxValue
      move seriesReferenceValueArg to chartMaxValue
    end-if
    if seriesReferenceValueArg < chartMinValue
      move seriesReferenceValueArg to chartMinValue
    end-if
  end-if
  if chartMaxValue = chartMinValue
    add 1 to chartMaxValue
  end-if
  compute chartRange = chartMaxValue - chartMinValue
  if chartPointCount > 0
    compute chartSlotWidth = chartPlotWidth / chartPointCount
  else
    move chartPlotWidth to chartSlotWidth
  end-if
  compute chartBarWidth rounded = chartSlotWidth * 0.7
  if chartBarWidth < 1
    move 1 to chartBarWidth
  end-if
  compute chartLabelStep = (chartPointCount + 9) / 10
  if chartLabelStep < 1
    move 1 to chartLabelStep
  end-if
  compute chartRight = chartLeft + chartPlotWidth
  compute chartBottom = chartTop + chartPlotHeight
  move 0 to chartValue
  perform computeChartY
  move chartY to chartZeroY

  move "svg" to elementTagName
  perform startElement
  move chartWidth to chartWText
  move chartHeight to chartHText
  perform ensureBufferRoom
  string
    ' xmlns="http://www.w3.org/2000/svg" width="' delimited by size
    function trim(chartWText) delimited by size
    '" height="' delimited by size
    function trim(chartHText) delimited by size
    '" viewBox="0 0 ' delimited by size
    function trim(chartWText) delimited by size
    ' ' delimited by size
    function trim(chartHText) delimited by size
    '" role="img"' delimited by size
    into hOutputBuffer
    with pointer hOutputBufferPointer
    on overflow set hOutputHasOverflowed to true
  end-string
  perform closePendingTag
  move "<title>" to chartMarkup
  perform appendChartMarkup
  move spaces to escapeWorkText
  move function trim(textContentArgument) to escapeWorkText
  perform appendEscapedText
  move "</title>" to chartMarkup
  perform appendChartMarkup

  perform addChartAxes
  if chartPointCount = 0
    move chartWidth to chartX
    divide 2 into chartX
    move chartX to chartXText
    move spaces to chartMarkup
    string '<text x="' delimited by size
      function trim(chartXText) delimited by size
      '" y="120" font-size="12" text-anchor="middle">no data</text>'
        delimited by size
      into chartMarkup
    end-string
    perform appendChartMarkup
  else
    if chartIsBar
      perform addChartBar
        varying chartIdx from 1 by 1 until chartIdx > chartPointCount
    else
      perform addChartLine
    end-if
    perform addChartXLabel
      varying chartIdx from 1 by 1 until chartIdx > chartPointCount
  end-if
  if seriesReferenceLabelArg not = spaces
    perform addChartReferenceLine
  end-if
  perform endElement
  .

addChartAxes.
  move chartLeft to chartXText
  move chartRight to chartWText
  move chartTop to chartYText
  move chartBottom to chartHText
  move spaces to chartMarkup
  string '<line x1="' delimited by size
    function trim(chartXText) delimited by size
    '" y1="' delimited by size
    function trim(chartYText) delimited by size
    '" x2="' delimited by size
    function trim(chartXText) delimited by size
    '" y2="' delimited by size
    function trim(chartHText) delimited by size
    '" stroke="#888888"/>' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  move chartZeroY to chartYText
  move spaces to chartMarkup
  string '<line x1="' delimited by size
    function trim(chartXText) delimited by size
    '" y1="' delimited by size
    function trim(chartYText) delimited by size
    '" x2="' delimited by size
    function trim(chartWText) delimited by size
    '" y2="' delimited by size
    function trim(chartYText) delimited by size
    '" stroke="#888888"/>' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  compute chartX = chartLeft - 6
  move chartMaxValue to chartValue
  compute chartY = chartTop + 4
  perform addChartYLabel
  if chartMinValue < 0
    move chartMinValue to chartValue
    compute chartY = chartBottom + 4
    perform addChartYLabel
  end-if
  if chartMaxValue not = 0
    move 0 to chartValue
    compute chartY = chartZeroY + 4
    perform addChartYLabel
  end-if
  .

addChartYLabel.
  perform formatChartValue
  move chartX to chartXText
  move chartY to chartYText
  move spaces to chartMarkup
  string '<text x="' delimited by size
    function trim(chartXText) delimited by size
    '" y="' delimited by size
    function trim(chartYText) delimited by size
    '" font-size="9" text-anchor="end">' delimited by size
    function trim(chartValueText) delimited by size
    '</text>' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  .

addChartBar.
  move seriesValueArg(chartIdx) to chartValue
  perform computeChartY
  if chartY < chartZeroY
    move chartY to chartBarTop
    compute chartBarHeight = chartZeroY - chartY
  else
    move chartZeroY to chartBarTop
    compute chartBarHeight = chartY - chartZeroY
  end-if
  compute chartX rounded = chartLeft + (chartIdx - 1) * chartSlotWidth
    + (chartSlotWidth - chartBarWidth) / 2
  move chartX to chartXText
  move chartBarTop to chartYText
  move chartBarWidth to chartWText
  move chartBarHeight to chartHText
  move spaces to chartMarkup
  string '<rect x="' delimited by size
    function trim(chartXText) delimited by size
    '" y="' delimited by size
    function trim(chartYText) delimited by size
    '" width="' delimited by size
    function trim(chartWText) delimited by size
    '" height="' delimited by size
    function trim(chartHText) delimited by size
    '" fill="#4682b4">' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  perform addChartPointTitle
  move "</rect>" to chartMarkup
  perform appendChartMarkup
  .

addChartLine.
  move '<polyline fill="none" stroke="#4682b4" stroke-width="2" points="'
    to chartMarkup
  perform appendChartMarkup
  perform varying chartIdx from 1 by 1 until chartIdx > chartPointCount
    perform computeChartPointX
    move seriesValueArg(chartIdx) to chartValue
    perform computeChartY
    move chartX to chartXText
    move chartY to chartYText
    move spaces to chartMarkup
    if chartIdx = 1
      string function trim(chartXText) delimited by size
        "," delimited by size
        function trim(chartYText) delimited by size
        into chartMarkup
      end-string
    else
      string " " delimited by size
        function trim(chartXText) delimited by size
        "," delimited by size
        function trim(chartYText) delimited by size
        into chartMarkup
      end-string
    end-if
    perform appendChartMarkup
  end-perform
  move '"/>' to chartMarkup
  perform appendChartMarkup
  perform varying chartIdx from 1 by 1 until chartIdx > chartPointCount
    perform computeChartPointX
    move seriesValueArg(chartIdx) to chartValue
    perform computeChartY
    move chartX to chartXText
    move chartY to chartYText
    move spaces to chartMarkup
    string '<circle cx="' delimited by size
      function trim(chartXText) delimited by size
      '" cy="' delimited by size
      function trim(chartYText) delimited by size
      '" r="3" fill="#4682b4">' delimited by size
      into chartMarkup
    end-string
    perform appendChartMarkup
    perform addChartPointTitle
    move "</circle>" to chartMarkup
    perform appendChartMarkup
  end-perform
  .

addChartPointTitle.
  move seriesValueArg(chartIdx) to chartValue
  perform formatChartValue
  move "<title>" to chartMarkup
  perform appendChartMarkup
  move spaces to escapeWorkText
  string function trim(seriesLabelArg(chartIdx)) delimited by size
    ": " delimited by size
    function trim(chartValueText) delimited by size
    into escapeWorkText
  end-string
  perform appendEscapedText
  move "</title>" to chartMarkup
  perform appendChartMarkup
  .

addChartXLabel.
  if function mod(chartIdx - 1, chartLabelStep) = 0
    perform computeChartPointX
    move chartX to chartXText
    compute chartY = chartBottom + 14
    move chartY to chartYText
    move spaces to chartMarkup
    string '<text x="' delimited by size
      function trim(chartXText) delimited by size
      '" y="' delimited by size
      function trim(chartYText) delimited by size
      '" font-size="9" text-anchor="middle">' delimited by size
      into chartMarkup
    end-string
    perform appendChartMarkup
    move spaces to escapeWorkText
    move function trim(seriesLabelArg(chartIdx)) to escapeWorkText
    perform appendEscapedText
    move "</text>" to chartMarkup
    perform appendChartMarkup
  end-if
  .

addChartReferenceLine.
  move seriesReferenceValueArg to chartValue
  perform computeChartY
  move chartLeft to chartXText
  move chartRight to chartWText
  move chartY to chartYText
  move spaces to chartMarkup
  string '<line x1="' delimited by size
    function trim(chartXText) delimited by size
    '" y1="' delimited by size
    function trim(chartYText) delimited by size
    '" x2="' delimited by size
    function trim(chartWText) delimited by size
    '" y2="' delimited by size
    function trim(chartYText) delimited by size
    '" stroke="#c0392b" stroke-dasharray="4 3"/>' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  if chartY > chartTop + 10
    subtract 4 from chartY
  else
    add 12 to chartY
  end-if
  move chartY to chartYText
  perform formatChartValue
  move spaces to chartMarkup
  string '<text x="' delimited by size
    function trim(chartWText) delimited by size
    '" y="' delimited by size
    function trim(chartYText) delimited by size
    '" font-size="10" text-anchor="end" fill="#c0392b">' delimited by size
    into chartMarkup
  end-string
  perform appendChartMarkup
  move spaces to escapeWorkText
  string function trim(seriesReferenceLabelArg) delimited by size
    " " delimited by size
    function trim(chartValueText) delimited by size
    into escapeWorkText
  end-string
  perform appendEscapedText
  move "</text>" to chartMarkup
  perform appendChartMarkup
  .

computeChartPointX.
  compute chartX rounded = chartLeft + (chartIdx - 1) * chartSlotWidth
    + chartSlotWidth / 2
  .

computeChartY.
  compute chartY rounded = chartTop
    + chartPlotHeight * (chartMaxValue - chartValue) / chartRange
  .

formatChartValue.
  if chartValue = function integer-part(chartValue)
    move chartValue to chartCountText
    move function trim(chartCountText) to chartValueText
  else
    move chartValue to chartAmountText
    move function trim(chartAmountText) to chartValueText
  end-if
  .

appendChartMarkup.
  perform ensureBufferRoom
  string function trim(chartMarkup, trailing) delimited by size
    into hOutputBuffer
    with pointer hOutputBufferPointer
    on overflow set hOutputHasOverflowed to true
  end-string
  .

closePendingTag.
  if hTagIsOpenPending
    perform ensureBufferRoom
