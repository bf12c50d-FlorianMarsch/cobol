    05 bal-received          pic 9(8).
    05 bal-issued            pic 9(8).
    05 bal-printed           pic 9(8).
    05 bal-applied           pic 9(8).
    05 bal-reprinted         pic 9(8).
    05 bal-voided            pic 9(8).
    05 bal-on-hand           pic s9(8).
