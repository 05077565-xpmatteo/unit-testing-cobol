    01 optionList.
      02 optionCount pic 9(4).
      02 optionValue pic x(100) occurs 100 times.
    01 chartSeries.
      02 seriesPointCount pic 9(4).
      02 seriesReferenceLabel pic x(20).
      02 seriesReferenceValue pic s9(13)v99.
      02 seriesPoint occurs 60 times.
        03 seriesLabel pic x(20).
        03 seriesValue pic s9(13)v99.

    01 doc.
      02 docOutputBuffer pic x(8000).
  perform htmlgenTest
  .

bar-chart-is-generated.
  call "htmlgen-initialize" using doc
  move 2 to seriesPointCount
  move spaces to seriesReferenceLabel
  move "10-14" to seriesLabel(1)
  move 10 to seriesValue(1)
  move "10-15" to seriesLabel(2)
  move 5 to seriesValue(2)
  move spaces to textContent
  move "Lines" to textContent
  call "htmlgen-add-bar-chart" using doc, by content textContent,
    by reference chartSeries
  move spaces to expected
  string '<svg xmlns="http://www.w3.org/2000/svg" width="640" height="240"'
    ' viewBox="0 0 640 240" role="img"><title>Lines</title>'
    '<line x1="70" y1="30" x2="70" y2="200" stroke="#888888"/>'
    '<line x1="70" y1="200" x2="620" y2="200" stroke="#888888"/>'
    '<text x="64" y="34" font-size="9" text-anchor="end">10</text>'
    '<text x="64" y="204" font-size="9" text-anchor="end">0</text>'
    '<rect x="111" y="30" width="193" height="170" fill="#4682b4">'
    '<title>10-14: 10</title></rect>'
    '<rect x="386" y="115" width="193" height="85" fill="#4682b4">'
    '<title>10-15: 5</title></rect>'
    '<text x="208" y="214" font-size="9" text-anchor="middle">10-14</text>'
    '<text x="483" y="214" font-size="9" text-anchor="middle">10-15</text>'
    '</svg>'
    into expected
  end-string
  perform htmlgenTest
  .

line-chart-with-reference-line-is-generated.
  call "htmlgen-initialize" using doc
  move 2 to seriesPointCount
  move "average" to seriesReferenceLabel
  move 2.50 to seriesReferenceValue
  move "A" to seriesLabel(1)
  move 1.50 to seriesValue(1)
  move "B" to seriesLabel(2)
  move 3.50 to seriesValue(2)
  move spaces to textContent
  move "Total" to textContent
  call "htmlgen-add-line-chart" using doc, by content textContent,
    by reference chartSeries
  move spaces to expected
  string '<svg xmlns="http://www.w3.org/2000/svg" width="640" height="240"'
    ' viewBox="0 0 640 240" role="img"><title>Total</title>'
    '<line x1="70" y1="30" x2="70" y2="200" stroke="#888888"/>'
    '<line x1="70" y1="200" x2="620" y2="200" stroke="#888888"/>'
    '<text x="64" y="34" font-size="9" text-anchor="end">3.50</text>'
    '<text x="64" y="204" font-size="9" text-anchor="end">0</text>'
    '<polyline fill="none" stroke="#4682b4" stroke-width="2"'
    ' points="208,127 483,30"/>'
    '<circle cx="208" cy="127" r="3" fill="#4682b4">'
    '<title>A: 1.50</title></circle>'
    '<circle cx="483" cy="30" r="3" fill="#4682b4">'
    '<title>B: 3.50</title></circle>'
    '<text x="208" y="214" font-size="9" text-anchor="middle">A</text>'
    '<text x="483" y="214" font-size="9" text-anchor="middle">B</text>'
    '<line x1="70" y1="79" x2="620" y2="79" stroke="#c0392b"'
    ' stroke-dasharray="4 3"/>'
    '<text x="620" y="75" font-size="10" text-anchor="end"'
    ' fill="#c0392b">average 2.50</text>'
    '</svg>'
    into expected
  end-string
  perform htmlgenTest
  .

empty-chart-says-no-data.
  call "htmlgen-initialize" using doc
  move 0 to seriesPointCount
  move spaces to seriesReferenceLabel
  move spaces to textContent
  move "Rejects" to textContent
  call "htmlgen-add-bar-chart" using doc, by content textContent,
    by reference chartSeries
  move spaces to expected
  string '<svg xmlns="http://www.w3.org/2000/svg" width="640" height="240"'
    ' viewBox="0 0 640 240" role="img"><title>Rejects</title>'
    '<line x1="70" y1="30" x2="70" y2="200" stroke="#888888"/>'
    '<line x1="70" y1="200" x2="620" y2="200" stroke="#888888"/>'
    '<text x="64" y="34" font-size="9" text-anchor="end">1</text>'
    '<text x="64" y="204" font-size="9" text-anchor="end">0</text>'
    '<text x="320" y="120" font-size="12" text-anchor="middle">'
    'no data</text>'
    '</svg>'
    into expected
  end-string
  perform htmlgenTest
  .

end-test-suite.
  display spaces
  goback
