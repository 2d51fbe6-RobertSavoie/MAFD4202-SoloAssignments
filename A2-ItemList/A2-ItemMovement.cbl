      *stock with no sales across the window - so "how fast does
      *item 1234 actually move" stops meaning digging through
      *paper.
      *
      *modification history:
      *  Oct 15/2026 - RS - an item stocked at more than one
      *                     warehouse has a master row at each -
      *                     its on-hand is summed across them so
      *                     weeks-of-stock covers every site.
      *
       environment division.
      *
      *
       112-add-item-entry.
      *
           move "n" to ws-item-found.
           perform 113-match-master-item
               varying ws-item-x from 1 by 1
               until ws-item-x is greater than ws-item-count
               or item-found.
      *
           if not item-found
               add 1 to ws-item-count
               move ws-item-count  to ws-item-hit
               move it-item-number to ws-it-num(ws-item-hit)
               move it-desc        to ws-it-desc(ws-item-hit)
               move 0   to ws-it-on-hand(ws-item-hit)
               move 0   to ws-it-window-qty(ws-item-hit)
               move "n" to ws-it-used(ws-item-hit)
           end-if.
      *
           if it-on-hand-qty is numeric
               add it-on-hand-qty to ws-it-on-hand(ws-item-hit)
           end-if.
      *
           perform 111-read-item.
      *
      *a second warehouse row for an item already registered
       113-match-master-item.
      *
           if ws-it-num(ws-item-x) is equal to it-item-number
               move "y" to ws-item-found
               move ws-item-x to ws-item-hit
           end-if.
      *
      *rolls every history row inside the window into its item's
      *window quantity - an item off the history that the current
      *file no longer carries is registered with zero on hand
