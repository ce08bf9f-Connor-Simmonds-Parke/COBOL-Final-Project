      *Input Records - the shared register format
       fd s-l-file
           data record is sl-input-line
           record contains 100 characters.

       01 sl-input-line.
           05 sl-il-code                    pic x.
           05 sl-il-exempt-flag             pic x.
               88 sl-il-tax-exempt          value 'Y'.
           05 sl-il-exempt-cert             pic x(10).
           05 sl-il-account-num             pic x(8).
           05 filler                        pic x(19).

       fd returns-file
           data record is returns-input-line
           record contains 100 characters.

       01 returns-input-line.
           05 rt-il-code                    pic x.
           05 rt-il-exempt-flag             pic x.
               88 rt-il-tax-exempt          value 'Y'.
           05 rt-il-exempt-cert             pic x(10).
           05 rt-il-account-num             pic x(8).
           05 filler                        pic x(19).

       fd exchange-file
           data record is exchange-input-line
           record contains 100 characters.

       01 exchange-input-line.
           05 xc-il-code                    pic x.
           05 xc-il-exempt-flag             pic x.
               88 xc-il-tax-exempt          value 'Y'.
           05 xc-il-exempt-cert             pic x(10).
           05 xc-il-account-num             pic x(8).
           05 filler                        pic x(19).

      *On-Hand Record - quantity signed so an oversold position is
      *visible instead of hidden at zero
