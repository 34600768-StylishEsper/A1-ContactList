               10  susp-no-email        pic x(1).
               10  susp-no-phone        pic x(1).
               10  susp-no-postal       pic x(1).
               10  susp-submitter       pic x(20).
               10  susp-approver        pic x(20).
               10  susp-chan-type       pic x(2).
               10  susp-chan-primary    pic x(1).
