        02 supp-name      pic x(30).
        02 supp-contact   pic x(30).
        02 supp-tolerance pic 9(3).
        02 supp-rate-converted  pic 9(2)v9(4).
        02 supp-rate-reject     pic 9(2)v9(4).
        02 supp-rate-correction pic 9(2)v9(4).
        02 supp-rate-duplicate  pic 9(2)v9(4).
        02 supp-send-days pic x(7).
        02 supp-cutoff    pic 9(4).
        02 supp-next-seq  pic 9(4).
        02 supp-verify      pic x(1).
        02 supp-extended    pic x(1).
        02 supp-trailer     pic x(1).
        02 supp-max-records pic 9(8).
working-storage section.
77 eof-switch pic 9 value 1.
77  ws-hist-fname pic x(30).
