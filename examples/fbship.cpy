    05 ship-uuid             pic x(36).
    05 ship-separator-2      pic x.
    05 ship-date             pic 9(8).
    05 ship-separator-3      pic x.
    05 ship-load-number      pic x(10).
