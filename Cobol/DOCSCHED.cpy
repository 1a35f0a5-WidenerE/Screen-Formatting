      /One run schedule per document that must be reformatted on a
      /calendar, keyed on the document name the way DOCPROFL is.
      /SchedMaint loads and lists the cards; SchedCheck holds each
      /one against the document's DOCCATLG card every morning.
      /SCH-Freq is DAILY, WEEKLY or MONTHLY. SCH-Rule says which
      /days the run is expected on:
      /
      /  DAILY    ALL    every day
      /           BD     every business day, Monday to Friday
      /  WEEKLY   MON .. SUN   that day of every week
      /  MONTHLY  Dnn    by day nn of the month, 01 to 31; a month
      /                  shorter than nn is due on its last day
      /           BDnn   by the nn-th business day, 01 to 20
      /
      /A monthly run is expected on any day from the first of the
      /month up to its due day, so a statement run on the second
      /business day meets a BD03 rule. Business days are Monday to
      /Friday; there is no holiday calendar.
        01 SCH-Record.
                05 SCH-DocName PIC X(30).
                05 SCH-Freq PIC X(7).
                05 SCH-Rule PIC X(4).
